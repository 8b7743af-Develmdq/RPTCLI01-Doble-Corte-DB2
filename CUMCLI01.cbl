      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUMCLI01.

      ******************************************************************
      *   PGM DE EXTRACCION DE CLIENTES QUE CUMPLEN UNA EDAD HITO      *
      *   (18, 65, ...) EN UN MES O RANGO DE FECHAS                    *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * LA TARJETA DDPARM (OBLIGATORIA) INDICA EL MES (AAAA-MM) O EL   *
      * RANGO DE FECHAS (AAAA-MM-DD A AAAA-MM-DD) Y HASTA 10 EDADES    *
      * HITO. SE RECORRE SOLO EL PADRON VIGENTE (TBCURCLI, NUNCA       *
      * TBBAJCLI) Y SE SELECCIONA A CADA CLIENTE CUYO CUMPLEANOS DE    *
      * UNA EDAD HITO CAE DENTRO DE LA VENTANA. UN NACIDO UN 29 DE     *
      * FEBRERO CUMPLE EL 1 DE MARZO EN LOS ANIOS NO BISIESTOS.        *
      *                                                                *
      * SALIDAS: EL ARCHIVO DE NOTIFICACION PARA EL PROVEEDOR DE       *
      * IMPRESION DE CARTAS (DDNOTIF, CON CABECERA 'CAB' Y COLA 'FIN'  *
      * COMO DDEXTR DE RPTCLI01) Y EL LISTADO DE CONTROL AGRUPADO POR  *
      * EDAD HITO Y SEXO (DDSALE), CON UNA SECCION DE EXCEPCIONES PARA *
      * LOS CLIENTES CUYA FECNAC NO CUMPLE LAS REGLAS DE RPTCLI01 (NO   *
      * SE PUEDEN EVALUAR Y NO SE DESCARTAN EN SILENCIO). UN NROCLI    *
      * REPETIDO EN TBCURCLI SE NOTIFICA UNA SOLA VEZ Y LOS CLIENTES   *
      * SUPRIMIDOS POR OLVCLI01 NO SE NOTIFICAN                        *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *----------------------*
       CONFIGURATION SECTION.
      *----------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *---------------------*
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      * TARJETA DE PARAMETROS: VENTANA Y EDADES HITO *
             SELECT PARM-FILE ASSIGN DDPARM
             FILE STATUS IS WS-FS-PARM.

      * ARCHIVO DE NOTIFICACION PARA EL PROVEEDOR DE CARTAS *
             SELECT NOTIF-FILE ASSIGN DDNOTIF
             FILE STATUS IS WS-FS-NOTIF.

      * LISTADO DE CONTROL *
             SELECT LISTADO ASSIGN DDSALE
             FILE STATUS IS WS-FS-SALIDA.

      * LOG DE ERRORES DE SQLCODE / FILE STATUS *
             SELECT ERR-LOG ASSIGN DDERRLOG
             FILE STATUS IS WS-FS-ERRLOG.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-------------*
       FILE SECTION.
      *-------------*

      * TARJETA DE PARAMETROS: MES (POS. 1-7) O RANGO DESDE (POS. 9-18) *
      * HASTA (POS. 20-29), Y HASTA 10 EDADES DE 3 DIGITOS SEPARADAS    *
      * POR UN BLANCO A PARTIR DE LA POSICION 31                        *
       FD PARM-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-PARM.
          05 REG-PARM-MES          PIC X(07).
          05 FILLER                PIC X(01).
          05 REG-PARM-DESDE        PIC X(10).
          05 FILLER                PIC X(01).
          05 REG-PARM-HASTA        PIC X(10).
          05 FILLER                PIC X(01).
          05 REG-PARM-EDADES       OCCURS 10 TIMES.
             10 REG-PARM-EDAD      PIC X(03).
             10 FILLER             PIC X(01).
          05 FILLER                PIC X(10).

       FD NOTIF-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-NOTIF                PIC X(80).

       FD LISTADO
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F
          LINAGE IS 20 LINES
          WITH FOOTING AT 18
          LINES AT TOP 1
          LINES AT BOTTOM 1.

       01 REG-SALIDA                PIC X(132).

      * LOG DE ERRORES DE SQLCODE / FILE STATUS OCURRIDOS EN LA CORRIDA *
       FD ERR-LOG
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-ERRLOG.
          05 REG-ERR-FECHA         PIC X(10).
          05 FILLER                PIC X(01).
          05 REG-ERR-HORA          PIC X(08).
          05 FILLER                PIC X(01).
          05 REG-ERR-ACCION        PIC X(40).
          05 FILLER                PIC X(01).
          05 REG-ERR-SQLCODE       PIC S9(09).
          05 FILLER                PIC X(01).
          05 REG-ERR-FS            PIC X(02).
          05 FILLER                PIC X(01).
          05 REG-ERR-NROCLI        PIC 9(09).
          05 FILLER                PIC X(01).
          05 REG-ERR-ANIO-NAC      PIC X(04).
          05 FILLER                PIC X(01).
          05 REG-ERR-SEXO          PIC X(01).

      *------------------------*
       WORKING-STORAGE SECTION.
      *------------------------*
       77  FILLER            PIC X(26)    VALUE '* INICIO WS *'.

      * CONTROL FILE STATUS TARJETA DE PARAMETROS *
       01 WS-FS-PARM         PIC X(2)     VALUE SPACES.
          88 WS-FSP-OK                    VALUE '00'.
          88 WS-FSP-NOTFOUND              VALUE '35'.
          88 WS-FSP-EOF                   VALUE '10'.

      * CONTROL FILE STATUS DEL ARCHIVO DE NOTIFICACION *
       01 WS-FS-NOTIF        PIC X(2)     VALUE SPACES.
          88 WS-FSN-OK                    VALUE '00'.

      * CONTROL FILE STATUS SALIDA *
       01 WS-FS-SALIDA       PIC X(2)     VALUE SPACES.
          88 WS-FSS-OK                    VALUE '00'.

      * CONTROL FILE STATUS DEL LOG DE ERRORES *
       01 WS-FS-ERRLOG       PIC X(2)     VALUE SPACES.
          88 WS-FSE-OK                    VALUE '00'.

      * INDICADOR DE FIN DE PROGRAMA *
       01 WS-SW-FIN          PIC X(01)    VALUE 'N'.
          88 WS-PGM-FIN                   VALUE 'S'.

      * INDICADOR DE QUE LOS DECLARATIVOS DE ERROR YA CERRARON LOS      *
      * ARCHIVOS DE SALIDA - EVITA QUE 3000-I-FINAL LOS VUELVA A CERRAR *
       01 WS-SW-CIERRE       PIC X(01)    VALUE SPACE.
          88 WS-CIERRE-HECHO              VALUE 'S'.

      * CAMPOS DE DIAGNOSTICO PARA EL LOG DE ERRORES *
       01 WS-ACCION          PIC X(40)    VALUE SPACES.
       01 WS-CODE-SAL        PIC X(04)    VALUE SPACES.

      * INDICADOR DE OPERACION DEL CURSOR EN CURSO *
       01 WS-SW-CURSOR       PIC X(01)    VALUE SPACE.
          88 WS-OPEN-CURSOR               VALUE 'O'.
          88 WS-FETCH-CURSOR              VALUE 'F'.
          88 WS-CLOSE-CURSOR              VALUE 'C'.

      * FECHA DEL SISTEMA PARA EL ENCABEZADO Y EL LOG DE ERRORES *
       01 WS-FECHA.
          05 WS-FECHA-AA     PIC 9(02).
          05 WS-FECHA-MM     PIC 9(02).
          05 WS-FECHA-DD     PIC 9(02).

       01 WS-FECHA-IMPR.
          05 WS-DD           PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '/'.
          05 WS-MM           PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '/'.
          05 WS-AA           PIC 9(02).

       01 WS-FECHA-ERR-IMPR.
          05 WS-FEC-ERR-DD2  PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '/'.
          05 WS-FEC-ERR-MM2  PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '/'.
          05 FILLER          PIC X(02)    VALUE '20'.
          05 WS-FEC-ERR-AA2  PIC 9(02).

       01 WS-HORA-ERR.
          05 WS-HOR-ERR-HH   PIC 9(02).
          05 WS-HOR-ERR-MM   PIC 9(02).
          05 WS-HOR-ERR-SS   PIC 9(02).
          05 FILLER          PIC 9(02).

       01 WS-HORA-ERR-IMPR.
          05 WS-HOR-ERR-HH2  PIC 9(02).
          05 FILLER          PIC X(01)    VALUE ':'.
          05 WS-HOR-ERR-MM2  PIC 9(02).
          05 FILLER          PIC X(01)    VALUE ':'.
          05 WS-HOR-ERR-SS2  PIC 9(02).

       01 WS-NUM-PAG         PIC 9(04)    VALUE ZEROS.

      * FECHA DE CORRIDA EN FORMATO AAAA-MM-DD PARA LA CABECERA *
       01 WS-FECHA-CORRIDA.
          05 FILLER          PIC X(02)    VALUE '20'.
          05 WS-FCO-AA       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-MM       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-DD       PIC 9(02).

      * VENTANA DE LA CORRIDA (AAAA-MM-DD), TOMADA DEL RANGO O ARMADA   *
      * A PARTIR DEL MES DE LA TARJETA                                 *
       01 WS-FEC-DESDE       PIC X(10)    VALUE SPACES.
       01 WS-FEC-HASTA       PIC X(10)    VALUE SPACES.

      * FECHA DE LA TARJETA A VALIDAR (AAAA-MM-DD) *
       01 WS-FEC-VALIDAR.
          05 WS-FVA-ANIO     PIC X(04).
          05 WS-FVA-GUION1   PIC X(01).
          05 WS-FVA-MES      PIC X(02).
          05 WS-FVA-GUION2   PIC X(01).
          05 WS-FVA-DIA      PIC X(02).

       01 WS-SW-FECHA        PIC X(01)    VALUE 'S'.
          88 WS-FECHA-VALIDA              VALUE 'S'.

      * CANTIDAD DE DIAS DE CADA MES, PARA CERRAR LA VENTANA MENSUAL *
       01 WS-DIAS-MESES      PIC X(24)    VALUE
             '312831303130313130313031'.
       01 WS-TAB-DIAS-MES REDEFINES WS-DIAS-MESES.
          05 WS-DIAS-MES     PIC 9(02)    OCCURS 12 TIMES.
       01 WS-MES-NUM         PIC 9(02)    VALUE ZEROS.
       01 WS-ULT-DIA         PIC 9(02)    VALUE ZEROS.

      * CALCULO DE ANIO BISIESTO *
       01 WS-ANIO-CALC       PIC 9(04)    VALUE ZEROS.
       01 WS-COCIENTE        PIC 9(04)    VALUE ZEROS.
       01 WS-RESTO-4         PIC 9(04)    VALUE ZEROS.
       01 WS-RESTO-100       PIC 9(04)    VALUE ZEROS.
       01 WS-RESTO-400       PIC 9(04)    VALUE ZEROS.
       01 WS-SW-BISIESTO     PIC X(01)    VALUE 'N'.
          88 WS-ES-BISIESTO               VALUE 'S'.

      * EDADES HITO DE LA TARJETA, CON SUS CANTIDADES POR SEXO (1 F,   *
      * 2 M, 3 O, 4 SEXO INVALIDO)                                     *
       01 WS-CANT-EDADES     PIC 9(02)    VALUE ZEROS.
       01 WS-TABLA-EDADES.
          05 WS-EDA-REG      OCCURS 10 TIMES
                             INDEXED BY WS-EDA-IDX WS-EDA-IDX2.
             10 WS-EDA-EDAD      PIC 9(03).
             10 WS-EDA-SEXO      PIC 9(07)    OCCURS 4 TIMES.
             10 WS-EDA-TOTAL     PIC 9(07).
       01 WS-SUB-PARM        PIC 9(02)    VALUE ZEROS.
       01 WS-SUB-SEXO        PIC 9(01)    VALUE ZEROS.

      * CUMPLEANOS HITO DEL CLIENTE EN EVALUACION *
       01 WS-ANIO-NAC        PIC 9(04)    VALUE ZEROS.
       01 WS-FEC-HITO.
          05 WS-FHI-ANIO     PIC 9(04).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FHI-MMDD.
             10 WS-FHI-MES   PIC X(02).
             10 FILLER       PIC X(01)    VALUE '-'.
             10 WS-FHI-DIA   PIC X(02).

      * ULTIMO NROCLI PROCESADO, PARA NO NOTIFICAR DOS VECES UN NROCLI  *
      * REPETIDO EN TBCURCLI                                            *
       01 WS-NROCLI-ANT      PIC S9(09)   COMP   VALUE -1.

      * SEUDONIMO DE LOS CLIENTES SUPRIMIDOS, QUE NO SE NOTIFICAN *
       COPY CPSEUDO.

      * CLIENTES SELECCIONADOS, PARA EL LISTADO AGRUPADO *
       01 WS-CANT-SEL        PIC 9(05)    VALUE ZEROS.
       01 WS-TABLA-SEL.
          05 WS-SEL-REG      OCCURS 9999 TIMES
                             INDEXED BY WS-SEL-IDX.
             10 WS-SEL-NROCLI    PIC 9(09).
             10 WS-SEL-NOMAPE    PIC X(40).
             10 WS-SEL-FECNAC    PIC X(10).
             10 WS-SEL-FEC-HITO  PIC X(10).
             10 WS-SEL-EDAD-IDX  PIC 9(02).
             10 WS-SEL-SEXO-GRP  PIC 9(01).
       01 WS-SW-DESBORDE-SEL PIC X(01)    VALUE 'N'.
          88 WS-DESBORDE-SEL              VALUE 'S'.

      * CLIENTES CON FECNAC INVALIDA (SECCION DE EXCEPCIONES) *
       01 WS-CANT-EXC        PIC 9(03)    COMP   VALUE ZEROS.
       01 WS-TABLA-EXC.
          05 WS-EXC-REG      OCCURS 999 TIMES
                             INDEXED BY WS-EXC-IDX.
             10 WS-EXC-NROCLI    PIC 9(09).
             10 WS-EXC-NOMAPE    PIC X(40).
             10 WS-EXC-FECNAC    PIC X(10).

      * TOTALIZADORES *
       01 WS-TOTALES.
          05 WS-TOT-LEIDOS   PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-REPETID  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-SUPRIM   PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-FEC-INV  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-NOTIF    PIC 9(09)    VALUE ZEROS.

       77 WS-MASCARA         PIC Z(8)9     VALUE ZEROS.

      * INDICADOR DE TIPO DE LINEA A GRABAR EN 2500-GRABAR-SALIDA *
       01 WS-SW-LINEA        PIC X(01)    VALUE SPACE.
          88 WS-LIN-SUBTITULO             VALUE '1'.
          88 WS-LIN-DETALLE               VALUE '2'.
          88 WS-LIN-SUBTOTAL              VALUE '3'.
          88 WS-LIN-TOTAL-EDAD            VALUE '4'.
          88 WS-LIN-EXC-TITULO            VALUE '5'.
          88 WS-LIN-EXC-DETALLE           VALUE '6'.
          88 WS-LIN-TOTAL                 VALUE '7'.
          88 WS-LIN-MENSAJE               VALUE '8'.

      ******************************************************************
      *                 LAYOUTS DEL ARCHIVO DE NOTIFICACION            *
      ******************************************************************

      * DETALLE: UN REGISTRO POR CLIENTE Y EDAD HITO *
       01 WS-REG-NOTIF.
          05 WS-NOT-NROCLI   PIC 9(09).
          05 WS-NOT-NOMAPE   PIC X(40).
          05 WS-NOT-FECNAC   PIC X(10).
          05 WS-NOT-SEXO     PIC X(01).
          05 WS-NOT-EDAD     PIC 9(03).
          05 WS-NOT-FEC-HITO PIC X(10).
          05 FILLER          PIC X(07)    VALUE SPACES.

      * CABECERA: FECHA DE CORRIDA, VENTANA Y EDADES HITO; LA MARCA     *
      * 'CAB' NO PUEDE CONFUNDIRSE CON UN DETALLE, QUE ARRANCA CON EL   *
      * NROCLI NUMERICO                                                 *
       01 WS-REG-NOTIF-CAB.
          05 WS-NOTC-MARCA   PIC X(03)    VALUE 'CAB'.
          05 WS-NOTC-FECHA   PIC X(10)    VALUE SPACES.
          05 WS-NOTC-DESDE   PIC X(10)    VALUE SPACES.
          05 WS-NOTC-HASTA   PIC X(10)    VALUE SPACES.
          05 WS-NOTC-EDAD    PIC 9(03)    OCCURS 10 TIMES.
          05 FILLER          PIC X(17)    VALUE SPACES.

      * COLA: CANTIDAD DE REGISTROS DE DETALLE GRABADOS, PARA QUE EL    *
      * PROVEEDOR DETECTE UN ARCHIVO TRUNCADO                           *
       01 WS-REG-NOTIF-FIN.
          05 WS-NOTF-MARCA   PIC X(03)    VALUE 'FIN'.
          05 WS-NOTF-CANT    PIC 9(09)    VALUE ZEROS.
          05 FILLER          PIC X(68)    VALUE SPACES.

      ******************************************************************
      *                 LAYOUTS DEL LISTADO DE CONTROL                 *
      ******************************************************************

      * LINEA DE TITULO DEL LISTADO *
       01 WS-TITULO.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(30)    VALUE
             'SISTEMA KC02803 - CLIENTES'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(40)    VALUE
             'CUMCLI01 - CUMPLEANOS DE EDAD HITO'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TIT-FECHA    PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE 'PAG. '.
          05 WS-TIT-PAGINA   PIC ZZZ9.
          05 FILLER          PIC X(27)    VALUE SPACES.

      * LINEA DE VENTANA Y EDADES DE LA CORRIDA *
       01 WS-TITULO-FILTRO.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(10)    VALUE 'VENTANA: '.
          05 WS-TIT-FILTRO-TXT
                             PIC X(100)   VALUE SPACES.
          05 FILLER          PIC X(21)    VALUE SPACES.

       01 WS-LINEA-VACIA     PIC X(132)   VALUE SPACES.

      * SUBTITULO DE GRUPO (EDAD HITO Y SEXO) *
       01 WS-SUBTITULO.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(11)    VALUE 'EDAD HITO: '.
          05 WS-SUBT-EDAD    PIC ZZ9.
          05 FILLER          PIC X(08)    VALUE '  SEXO: '.
          05 WS-SUBT-SEXO    PIC X(09)    VALUE SPACES.
          05 FILLER          PIC X(96)    VALUE SPACES.

      * ENCABEZADO DE COLUMNAS Y LINEA DE DETALLE *
       01 WS-COLUMNAS.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(10)    VALUE 'NROCLI'.
          05 FILLER          PIC X(42)    VALUE 'NOMBRE Y APELLIDO'.
          05 FILLER          PIC X(13)    VALUE 'FEC. NACIM.'.
          05 FILLER          PIC X(10)    VALUE 'CUMPLE EL'.
          05 FILLER          PIC X(52)    VALUE SPACES.

       01 WS-REG-DETALLE.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-DET-NROCLI   PIC 9(09).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-NOMAPE   PIC X(40).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-FECNAC   PIC X(10).
          05 FILLER          PIC X(03)    VALUE SPACES.
          05 WS-DET-FEC-HITO PIC X(10).
          05 FILLER          PIC X(52)    VALUE SPACES.

      * SUBTOTAL POR SEXO DENTRO DE UNA EDAD *
       01 WS-SUBTOTAL.
          05 FILLER          PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(20)    VALUE 'SUBTOTAL SEXO: '.
          05 WS-SUBT-CANT    PIC Z(8)9.
          05 FILLER          PIC X(93)    VALUE SPACES.

      * TOTAL POR EDAD HITO *
       01 WS-TOTAL-EDAD.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(11)    VALUE 'TOTAL EDAD '.
          05 WS-TOTE-EDAD    PIC ZZ9.
          05 FILLER          PIC X(03)    VALUE ' : '.
          05 WS-TOTE-CANT    PIC Z(8)9.
          05 FILLER          PIC X(101)   VALUE SPACES.

      * TITULO Y DETALLE DE LA SECCION DE EXCEPCIONES *
       01 WS-EXC-TITULO.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(60)    VALUE
             'CLIENTES CON FECNAC INVALIDA - NO EVALUADOS'.
          05 FILLER          PIC X(67)    VALUE SPACES.

       01 WS-EXC-DETALLE.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-EXCD-NROCLI  PIC 9(09).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-EXCD-NOMAPE  PIC X(40).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-EXCD-FECNAC  PIC X(10).
          05 FILLER          PIC X(03)    VALUE SPACES.
          05 FILLER          PIC X(15)    VALUE 'FECNAC INVALIDA'.
          05 FILLER          PIC X(47)    VALUE SPACES.

      * LINEA DE MENSAJE (AVISOS DE DESBORDE) *
       01 WS-LINEA-MENSAJE.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-MSG-TEXTO    PIC X(100).
          05 FILLER          PIC X(27)    VALUE SPACES.

      * LINEAS DE TOTALES *
       01 WS-LINEA-TOTAL.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TOT-TEXTO    PIC X(40).
          05 WS-TOT-CANT     PIC Z(8)9.
          05 FILLER          PIC X(78)    VALUE SPACES.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBCURCLI END-EXEC.

      ******************************************************************
      * CURSOR PADRON : TODO EL PADRON VIGENTE EN ORDEN DE NROCLI; LA   *
      * VENTANA Y LAS EDADES SE EVALUAN EN EL PROGRAMA PORQUE FECNAC    *
      * ES UN CHAR(10) QUE PUEDE NO SER UNA FECHA VALIDA                *
      ******************************************************************
           EXEC SQL
             DECLARE PADRON CURSOR FOR
               SELECT NROCLI,
                      NOMAPE,
                      FECNAC,
                      SEXO
                    FROM KC02803.TBCURCLI
                    ORDER BY NROCLI
           END-EXEC.

       77  FILLER            PIC X(26)    VALUE '* FINAL  WS *'.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       DECLARATIVES.
       ERROR-FILES SECTION.
            USE AFTER STANDARD ERROR PROCEDURE ON OUTPUT.
       MANEJADOR-PROCESO.
            PERFORM 9100-MANEJAR-ERROR-ARCHIVO.
       END DECLARATIVES.

           EXEC SQL
             WHENEVER SQLERROR GO TO 2600-CERRAR-CURSOR
           END-EXEC

       MAIN-PROGRAM.

           PERFORM 1000-I-INICIO  THRU 1000-F-INICIO
           PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO UNTIL WS-PGM-FIN
           PERFORM 3000-I-FINAL   THRU 3000-F-FINAL
           .
       F-MAIN-PROGRAM. GOBACK.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE INICIO                     *
      ******************************************************************
       1000-I-INICIO.

           ACCEPT WS-FECHA    FROM DATE        *> MANEJO DE LA FECHA
           MOVE   WS-FECHA-AA TO WS-AA, WS-FCO-AA
           MOVE   WS-FECHA-MM TO WS-MM, WS-FCO-MM
           MOVE   WS-FECHA-DD TO WS-DD, WS-FCO-DD

           PERFORM 1100-LEER-PARAMETROS
           .
       1000-F-INICIO.   EXIT.

      ******************************************************************
      * 1100-LEER-PARAMETROS : LEE Y VALIDA LA TARJETA DDPARM, QUE ES   *
      * OBLIGATORIA: MES O RANGO (UNO DE LOS DOS) Y AL MENOS UNA EDAD   *
      ******************************************************************
       1100-LEER-PARAMETROS.

           OPEN INPUT PARM-FILE

           IF WS-FSP-OK
              READ PARM-FILE
              AT END
                 CONTINUE
              END-READ
              CLOSE PARM-FILE
           END-IF

           IF NOT WS-FSP-OK
              DISPLAY 'FALTA LA TARJETA DDPARM - SE ESPERA MES O RANGO '
                      'Y EDADES HITO'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
             WHEN REG-PARM-MES NOT = SPACES
                  AND (REG-PARM-DESDE NOT = SPACES
                       OR REG-PARM-HASTA NOT = SPACES)
                  DISPLAY 'DDPARM: INFORMAR MES O RANGO, NO AMBOS'
                  MOVE 8 TO RETURN-CODE
                  SET WS-PGM-FIN TO TRUE
                  EXIT PARAGRAPH
             WHEN REG-PARM-MES NOT = SPACES
                  PERFORM 1120-ARMAR-VENTANA-MES
             WHEN OTHER
                  PERFORM 1130-TOMAR-VENTANA-RANGO
           END-EVALUATE
           IF WS-PGM-FIN
              EXIT PARAGRAPH
           END-IF

           PERFORM 1140-CARGAR-EDADES
           IF WS-PGM-FIN
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TIT-FILTRO-TXT
           STRING WS-FEC-DESDE ' A ' WS-FEC-HASTA '   EDADES:'
                  DELIMITED BY SIZE
                  INTO WS-TIT-FILTRO-TXT
           END-STRING
           PERFORM VARYING WS-EDA-IDX FROM 1 BY 1
                     UNTIL WS-EDA-IDX > WS-CANT-EDADES
              SET WS-SUB-PARM TO WS-EDA-IDX
              MOVE WS-EDA-EDAD(WS-EDA-IDX)
                TO WS-TIT-FILTRO-TXT(33 + WS-SUB-PARM * 4:3)
           END-PERFORM
           EXIT PARAGRAPH.

      ******************************************************************
      * 1120-ARMAR-VENTANA-MES : DEL MES AAAA-MM ARMA LA VENTANA DEL    *
      * PRIMERO AL ULTIMO DIA DEL MES                                   *
      ******************************************************************
       1120-ARMAR-VENTANA-MES.

           MOVE REG-PARM-MES TO WS-FEC-VALIDAR
           MOVE '-01'        TO WS-FEC-VALIDAR(8:3)
           PERFORM 1160-VALIDAR-FECHA
           IF NOT WS-FECHA-VALIDA
              DISPLAY 'MES INVALIDO EN DDPARM (AAAA-MM): ' REG-PARM-MES
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-FEC-VALIDAR TO WS-FEC-DESDE
           MOVE WS-FVA-MES     TO WS-MES-NUM
           MOVE WS-DIAS-MES(WS-MES-NUM) TO WS-ULT-DIA
           IF WS-MES-NUM = 2
              MOVE WS-FVA-ANIO TO WS-ANIO-CALC
              PERFORM 2270-VERIFICAR-BISIESTO
              IF WS-ES-BISIESTO
                 MOVE 29 TO WS-ULT-DIA
              END-IF
           END-IF
           MOVE WS-FEC-VALIDAR TO WS-FEC-HASTA
           MOVE WS-ULT-DIA     TO WS-FEC-HASTA(9:2)
           EXIT PARAGRAPH.

      ******************************************************************
      * 1130-TOMAR-VENTANA-RANGO : VALIDA EL RANGO DESDE/HASTA          *
      ******************************************************************
       1130-TOMAR-VENTANA-RANGO.

           MOVE REG-PARM-DESDE TO WS-FEC-VALIDAR
           PERFORM 1160-VALIDAR-FECHA
           IF NOT WS-FECHA-VALIDA
              DISPLAY 'FECHA DESDE FALTANTE O INVALIDA EN DDPARM: '
                      REG-PARM-DESDE
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE REG-PARM-HASTA TO WS-FEC-VALIDAR
           PERFORM 1160-VALIDAR-FECHA
           IF NOT WS-FECHA-VALIDA
              DISPLAY 'FECHA HASTA FALTANTE O INVALIDA EN DDPARM: '
                      REG-PARM-HASTA
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF REG-PARM-DESDE > REG-PARM-HASTA
              DISPLAY 'LA FECHA DESDE NO PUEDE SER POSTERIOR A LA HASTA'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE REG-PARM-DESDE TO WS-FEC-DESDE
           MOVE REG-PARM-HASTA TO WS-FEC-HASTA
           EXIT PARAGRAPH.

      ******************************************************************
      * 1140-CARGAR-EDADES : TOMA LAS EDADES HITO NO EN BLANCO DE LA    *
      * TARJETA; CADA UNA DEBE SER NUMERICA, MAYOR QUE CERO Y DISTINTA  *
      * DE LAS ANTERIORES                                               *
      ******************************************************************
       1140-CARGAR-EDADES.

           PERFORM VARYING WS-SUB-PARM FROM 1 BY 1
                     UNTIL WS-SUB-PARM > 10 OR WS-PGM-FIN
              IF REG-PARM-EDAD(WS-SUB-PARM) NOT = SPACES
                 IF REG-PARM-EDAD(WS-SUB-PARM) NOT NUMERIC
                    OR REG-PARM-EDAD(WS-SUB-PARM) = '000'
                    DISPLAY 'EDAD HITO INVALIDA EN DDPARM: '
                            REG-PARM-EDAD(WS-SUB-PARM)
                    MOVE 8 TO RETURN-CODE
                    SET WS-PGM-FIN TO TRUE
                 ELSE
                    PERFORM 1150-AGREGAR-EDAD
                 END-IF
              END-IF
           END-PERFORM

           IF WS-CANT-EDADES = 0 AND NOT WS-PGM-FIN
              DISPLAY 'DDPARM SIN EDADES HITO (POSICIONES 31 A 70)'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
           END-IF
           EXIT PARAGRAPH.

       1150-AGREGAR-EDAD.

           PERFORM VARYING WS-EDA-IDX FROM 1 BY 1
                     UNTIL WS-EDA-IDX > WS-CANT-EDADES
              IF WS-EDA-EDAD(WS-EDA-IDX) = REG-PARM-EDAD(WS-SUB-PARM)
                 DISPLAY 'EDAD HITO REPETIDA EN DDPARM: '
                         REG-PARM-EDAD(WS-SUB-PARM)
                 MOVE 8 TO RETURN-CODE
                 SET WS-PGM-FIN TO TRUE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM

           ADD 1 TO WS-CANT-EDADES
           SET WS-EDA-IDX TO WS-CANT-EDADES
           MOVE REG-PARM-EDAD(WS-SUB-PARM) TO WS-EDA-EDAD(WS-EDA-IDX)
           MOVE ZEROS TO WS-EDA-SEXO(WS-EDA-IDX, 1),
                         WS-EDA-SEXO(WS-EDA-IDX, 2),
                         WS-EDA-SEXO(WS-EDA-IDX, 3),
                         WS-EDA-SEXO(WS-EDA-IDX, 4),
                         WS-EDA-TOTAL(WS-EDA-IDX)
           EXIT PARAGRAPH.

      ******************************************************************
      * 1160-VALIDAR-FECHA : CONTROLA LA FORMA AAAA-MM-DD DE UNA FECHA  *
      * DE LA TARJETA                                                   *
      ******************************************************************
       1160-VALIDAR-FECHA.

           SET WS-FECHA-VALIDA TO TRUE
           IF WS-FVA-ANIO   NOT NUMERIC
              OR WS-FVA-MES NOT NUMERIC
              OR WS-FVA-DIA NOT NUMERIC
              OR WS-FVA-GUION1 NOT = '-'
              OR WS-FVA-GUION2 NOT = '-'
              MOVE 'N' TO WS-SW-FECHA
              EXIT PARAGRAPH
           END-IF
           IF WS-FVA-MES < '01' OR WS-FVA-MES > '12'
              OR WS-FVA-DIA < '01' OR WS-FVA-DIA > '31'
              MOVE 'N' TO WS-SW-FECHA
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE PROCESOS                   *
      ******************************************************************
       2000-I-PROCESO.

           OPEN OUTPUT ERR-LOG
           OPEN OUTPUT LISTADO
           OPEN OUTPUT NOTIF-FILE

           MOVE WS-FECHA-CORRIDA TO WS-NOTC-FECHA
           MOVE WS-FEC-DESDE     TO WS-NOTC-DESDE
           MOVE WS-FEC-HASTA     TO WS-NOTC-HASTA
           PERFORM VARYING WS-SUB-PARM FROM 1 BY 1
                     UNTIL WS-SUB-PARM > 10
              IF WS-SUB-PARM > WS-CANT-EDADES
                 MOVE ZEROS TO WS-NOTC-EDAD(WS-SUB-PARM)
              ELSE
                 MOVE WS-EDA-EDAD(WS-SUB-PARM)
                   TO WS-NOTC-EDAD(WS-SUB-PARM)
              END-IF
           END-PERFORM
           WRITE REG-NOTIF FROM WS-REG-NOTIF-CAB

           SET WS-OPEN-CURSOR TO TRUE
           EXEC SQL OPEN PADRON END-EXEC

      *> EL FIN DE DATOS DEL CURSOR SE RESUELVE EN EL PROPIO FETCH
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM 2100-LEER-CURSOR
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM 2200-EVALUAR-CLIENTE
              PERFORM 2100-LEER-CURSOR
           END-PERFORM

           SET WS-CLOSE-CURSOR TO TRUE
           EXEC SQL CLOSE PADRON END-EXEC

           MOVE WS-TOT-NOTIF TO WS-NOTF-CANT
           WRITE REG-NOTIF FROM WS-REG-NOTIF-FIN

           PERFORM 2800-IMPRIMIR-LISTADO

           SET WS-PGM-FIN TO TRUE      *> UNA SOLA PASADA
           EXIT PARAGRAPH.
       2000-F-PROCESO. EXIT.

      ******************************************************************
      * 2100-LEER-CURSOR : LEE EL SIGUIENTE CLIENTE DEL PADRON          *
      ******************************************************************
       2100-LEER-CURSOR.

           SET WS-FETCH-CURSOR TO TRUE
           EXEC SQL FETCH PADRON INTO :WT-NROCLI,
                                      :WT-NOMAPE,
                                      :WT-FECNAC,
                                      :WT-SEXO
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-TOT-LEIDOS
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2200-EVALUAR-CLIENTE : DESCARTA REPETIDOS Y SUPRIMIDOS, MANDA   *
      * A EXCEPCIONES UNA FECNAC INVALIDA (MISMAS REGLAS QUE RPTCLI01)  *
      * Y EVALUA CADA EDAD HITO                                         *
      ******************************************************************
       2200-EVALUAR-CLIENTE.

           IF WT-NROCLI = WS-NROCLI-ANT
              ADD 1 TO WS-TOT-REPETID
              EXIT PARAGRAPH
           END-IF
           MOVE WT-NROCLI TO WS-NROCLI-ANT

           IF WT-NOMAPE = WS-SEUDONIMO
              ADD 1 TO WS-TOT-SUPRIM
              EXIT PARAGRAPH
           END-IF

           IF WT-FECNAC(1:4)  NOT NUMERIC
              OR WT-FECNAC(5:1)  NOT = '-'
              OR WT-FECNAC(6:2)  NOT NUMERIC
              OR WT-FECNAC(6:2)  < '01' OR WT-FECNAC(6:2) > '12'
              OR WT-FECNAC(8:1)  NOT = '-'
              OR WT-FECNAC(9:2)  NOT NUMERIC
              OR WT-FECNAC(9:2)  < '01' OR WT-FECNAC(9:2) > '31'
              ADD 1 TO WS-TOT-FEC-INV
              IF WS-CANT-EXC < 999
                 ADD 1 TO WS-CANT-EXC
                 SET WS-EXC-IDX TO WS-CANT-EXC
                 MOVE WT-NROCLI TO WS-EXC-NROCLI(WS-EXC-IDX)
                 MOVE WT-NOMAPE TO WS-EXC-NOMAPE(WS-EXC-IDX)
                 MOVE WT-FECNAC TO WS-EXC-FECNAC(WS-EXC-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE WT-FECNAC(1:4) TO WS-ANIO-NAC
           PERFORM 2250-EVALUAR-HITO
                   VARYING WS-EDA-IDX FROM 1 BY 1
                   UNTIL WS-EDA-IDX > WS-CANT-EDADES
           EXIT PARAGRAPH.

      ******************************************************************
      * 2250-EVALUAR-HITO : ARMA LA FECHA EN QUE EL CLIENTE CUMPLE LA   *
      * EDAD WS-EDA-IDX Y LO SELECCIONA SI CAE DENTRO DE LA VENTANA     *
      ******************************************************************
       2250-EVALUAR-HITO.

           COMPUTE WS-FHI-ANIO = WS-ANIO-NAC + WS-EDA-EDAD(WS-EDA-IDX)
           MOVE WT-FECNAC(6:2) TO WS-FHI-MES
           MOVE WT-FECNAC(9:2) TO WS-FHI-DIA

           IF WS-FHI-MMDD = '02-29'
              MOVE WS-FHI-ANIO TO WS-ANIO-CALC
              PERFORM 2270-VERIFICAR-BISIESTO
              IF NOT WS-ES-BISIESTO
                 MOVE '03-01' TO WS-FHI-MMDD
              END-IF
           END-IF

           IF WS-FEC-HITO < WS-FEC-DESDE OR WS-FEC-HITO > WS-FEC-HASTA
              EXIT PARAGRAPH
           END-IF

           EVALUATE WT-SEXO
             WHEN 'F'    MOVE 1 TO WS-SUB-SEXO
             WHEN 'M'    MOVE 2 TO WS-SUB-SEXO
             WHEN 'O'    MOVE 3 TO WS-SUB-SEXO
             WHEN OTHER  MOVE 4 TO WS-SUB-SEXO
           END-EVALUATE
           ADD 1 TO WS-EDA-SEXO(WS-EDA-IDX, WS-SUB-SEXO)
           ADD 1 TO WS-EDA-TOTAL(WS-EDA-IDX)

           MOVE WT-NROCLI               TO WS-NOT-NROCLI
           MOVE WT-NOMAPE               TO WS-NOT-NOMAPE
           MOVE WT-FECNAC               TO WS-NOT-FECNAC
           MOVE WT-SEXO                 TO WS-NOT-SEXO
           MOVE WS-EDA-EDAD(WS-EDA-IDX) TO WS-NOT-EDAD
           MOVE WS-FEC-HITO             TO WS-NOT-FEC-HITO
           WRITE REG-NOTIF FROM WS-REG-NOTIF
           ADD 1 TO WS-TOT-NOTIF

           IF WS-CANT-SEL < 9999
              ADD 1 TO WS-CANT-SEL
              SET WS-SEL-IDX TO WS-CANT-SEL
              MOVE WT-NROCLI    TO WS-SEL-NROCLI(WS-SEL-IDX)
              MOVE WT-NOMAPE    TO WS-SEL-NOMAPE(WS-SEL-IDX)
              MOVE WT-FECNAC    TO WS-SEL-FECNAC(WS-SEL-IDX)
              MOVE WS-FEC-HITO  TO WS-SEL-FEC-HITO(WS-SEL-IDX)
              SET WS-SEL-EDAD-IDX(WS-SEL-IDX) TO WS-EDA-IDX
              MOVE WS-SUB-SEXO  TO WS-SEL-SEXO-GRP(WS-SEL-IDX)
           ELSE
              SET WS-DESBORDE-SEL TO TRUE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2270-VERIFICAR-BISIESTO : INDICA SI WS-ANIO-CALC ES BISIESTO    *
      ******************************************************************
       2270-VERIFICAR-BISIESTO.

           DIVIDE WS-ANIO-CALC BY 4   GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-4
           DIVIDE WS-ANIO-CALC BY 100 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-100
           DIVIDE WS-ANIO-CALC BY 400 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-400
           IF WS-RESTO-400 = 0
              OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
              SET WS-ES-BISIESTO TO TRUE
           ELSE
              MOVE 'N' TO WS-SW-BISIESTO
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2500-GRABAR-SALIDA : GRABA UNA LINEA DEL LISTADO SEGUN          *
      * WS-SW-LINEA, CON ENCABEZADO AL COMIENZO DE CADA PAGINA          *
      ******************************************************************
       2500-GRABAR-SALIDA.

           IF LINAGE-COUNTER = 1
              ADD 1              TO WS-NUM-PAG
              MOVE WS-FECHA-IMPR TO WS-TIT-FECHA
              MOVE WS-NUM-PAG    TO WS-TIT-PAGINA
              WRITE REG-SALIDA   FROM WS-TITULO
              WRITE REG-SALIDA   FROM WS-TITULO-FILTRO
              WRITE REG-SALIDA   FROM WS-LINEA-VACIA
           END-IF

           EVALUATE TRUE
             WHEN WS-LIN-SUBTITULO
                  WRITE REG-SALIDA FROM WS-LINEA-VACIA
                  WRITE REG-SALIDA FROM WS-SUBTITULO
                  WRITE REG-SALIDA FROM WS-COLUMNAS
             WHEN WS-LIN-DETALLE
                  WRITE REG-SALIDA FROM WS-REG-DETALLE
             WHEN WS-LIN-SUBTOTAL
                  WRITE REG-SALIDA FROM WS-SUBTOTAL
             WHEN WS-LIN-TOTAL-EDAD
                  WRITE REG-SALIDA FROM WS-LINEA-VACIA
                  WRITE REG-SALIDA FROM WS-TOTAL-EDAD
             WHEN WS-LIN-EXC-TITULO
                  WRITE REG-SALIDA FROM WS-LINEA-VACIA
                  WRITE REG-SALIDA FROM WS-EXC-TITULO
             WHEN WS-LIN-EXC-DETALLE
                  WRITE REG-SALIDA FROM WS-EXC-DETALLE
             WHEN WS-LIN-TOTAL
                  WRITE REG-SALIDA FROM WS-LINEA-TOTAL
             WHEN WS-LIN-MENSAJE
                  WRITE REG-SALIDA FROM WS-LINEA-MENSAJE
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2600-CERRAR-CURSOR : DESTINO DEL WHENEVER SQLERROR, COMUN A     *
      * TODAS LAS OPERACIONES DEL CURSOR; DDNOTIF QUEDA SIN COLA Y EL   *
      * PROVEEDOR LO RECHAZA                                            *
      ******************************************************************
       2600-CERRAR-CURSOR.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           EVALUATE TRUE
             WHEN WS-OPEN-CURSOR
                  MOVE 'APERTURA CURSOR PADRON' TO WS-ACCION
             WHEN WS-FETCH-CURSOR
                  MOVE 'FETCH CURSOR PADRON'    TO WS-ACCION
                  EXEC SQL CLOSE PADRON END-EXEC
             WHEN WS-CLOSE-CURSOR
                  MOVE 'CIERRE CURSOR PADRON'   TO WS-ACCION
             WHEN OTHER
                  MOVE 'CONSULTA SQL DESCONOCIDA' TO WS-ACCION
           END-EVALUATE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION SQLCODE
           DISPLAY 'DDNOTIF INCOMPLETO - NO ENVIAR AL PROVEEDOR'
           MOVE 9999 TO RETURN-CODE
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 2800-IMPRIMIR-LISTADO : LISTADO DE CONTROL AGRUPADO POR EDAD    *
      * HITO (EN EL ORDEN DE LA TARJETA) Y SEXO, Y LUEGO LA SECCION DE  *
      * EXCEPCIONES                                                     *
      ******************************************************************
       2800-IMPRIMIR-LISTADO.

           PERFORM VARYING WS-EDA-IDX2 FROM 1 BY 1
                     UNTIL WS-EDA-IDX2 > WS-CANT-EDADES
              PERFORM VARYING WS-SUB-SEXO FROM 1 BY 1
                        UNTIL WS-SUB-SEXO > 4
                 IF WS-EDA-SEXO(WS-EDA-IDX2, WS-SUB-SEXO) > 0
                    PERFORM 2850-IMPRIMIR-GRUPO
                 END-IF
              END-PERFORM
              MOVE WS-EDA-EDAD(WS-EDA-IDX2)  TO WS-TOTE-EDAD
              MOVE WS-EDA-TOTAL(WS-EDA-IDX2) TO WS-TOTE-CANT
              SET WS-LIN-TOTAL-EDAD TO TRUE
              PERFORM 2500-GRABAR-SALIDA
           END-PERFORM

           IF WS-DESBORDE-SEL
              MOVE 'ATENCION: MAS DE 9999 SELECCIONADOS - EL DETALLE SE'
                TO WS-MSG-TEXTO
              MOVE ' TRUNCA (TOTALES Y DDNOTIF COMPLETOS)'
                TO WS-MSG-TEXTO(52:)
              SET WS-LIN-MENSAJE TO TRUE
              PERFORM 2500-GRABAR-SALIDA
           END-IF

           SET WS-LIN-EXC-TITULO TO TRUE
           PERFORM 2500-GRABAR-SALIDA
           SET WS-LIN-EXC-DETALLE TO TRUE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                     UNTIL WS-EXC-IDX > WS-CANT-EXC
              MOVE WS-EXC-NROCLI(WS-EXC-IDX) TO WS-EXCD-NROCLI
              MOVE WS-EXC-NOMAPE(WS-EXC-IDX) TO WS-EXCD-NOMAPE
              MOVE WS-EXC-FECNAC(WS-EXC-IDX) TO WS-EXCD-FECNAC
              PERFORM 2500-GRABAR-SALIDA
           END-PERFORM
           IF WS-TOT-FEC-INV > WS-CANT-EXC
              MOVE 'ATENCION: MAS DE 999 FECNAC INVALIDAS - EL DETALLE'
                TO WS-MSG-TEXTO
              MOVE ' SE TRUNCA (EL TOTAL ES COMPLETO)'
                TO WS-MSG-TEXTO(51:)
              SET WS-LIN-MENSAJE TO TRUE
              PERFORM 2500-GRABAR-SALIDA
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2850-IMPRIMIR-GRUPO : SUBTITULO, DETALLE Y SUBTOTAL DE UNA EDAD *
      * HITO Y UN SEXO                                                  *
      ******************************************************************
       2850-IMPRIMIR-GRUPO.

           MOVE WS-EDA-EDAD(WS-EDA-IDX2) TO WS-SUBT-EDAD
           EVALUATE WS-SUB-SEXO
             WHEN 1  MOVE 'FEMENINO '  TO WS-SUBT-SEXO
             WHEN 2  MOVE 'MASCULINO'  TO WS-SUBT-SEXO
             WHEN 3  MOVE 'OTRO     '  TO WS-SUBT-SEXO
             WHEN 4  MOVE 'INVALIDO '  TO WS-SUBT-SEXO
           END-EVALUATE
           SET WS-LIN-SUBTITULO TO TRUE
           PERFORM 2500-GRABAR-SALIDA

           SET WS-LIN-DETALLE TO TRUE
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > WS-CANT-SEL
              SET WS-SUB-PARM TO WS-EDA-IDX2
              IF WS-SEL-EDAD-IDX(WS-SEL-IDX) = WS-SUB-PARM
                 AND WS-SEL-SEXO-GRP(WS-SEL-IDX) = WS-SUB-SEXO
                 MOVE WS-SEL-NROCLI(WS-SEL-IDX)   TO WS-DET-NROCLI
                 MOVE WS-SEL-NOMAPE(WS-SEL-IDX)   TO WS-DET-NOMAPE
                 MOVE WS-SEL-FECNAC(WS-SEL-IDX)   TO WS-DET-FECNAC
                 MOVE WS-SEL-FEC-HITO(WS-SEL-IDX) TO WS-DET-FEC-HITO
                 PERFORM 2500-GRABAR-SALIDA
              END-IF
           END-PERFORM

           MOVE WS-EDA-SEXO(WS-EDA-IDX2, WS-SUB-SEXO) TO WS-SUBT-CANT
           SET WS-LIN-SUBTOTAL TO TRUE
           PERFORM 2500-GRABAR-SALIDA
           EXIT PARAGRAPH.

      ******************************************************************
      *                    CUERPO PRINCIPAL FINAL                      *
      ******************************************************************
       3000-I-FINAL.

           IF NOT WS-CIERRE-HECHO AND RETURN-CODE = 0
              AND WS-FS-SALIDA NOT = SPACES
              WRITE REG-SALIDA FROM WS-LINEA-VACIA
              SET WS-LIN-TOTAL TO TRUE
              MOVE 'CLIENTES LEIDOS DE TBCURCLI    :' TO WS-TOT-TEXTO
              MOVE WS-TOT-LEIDOS   TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'NROCLI REPETIDOS OMITIDOS      :' TO WS-TOT-TEXTO
              MOVE WS-TOT-REPETID  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'CLIENTES SUPRIMIDOS OMITIDOS   :' TO WS-TOT-TEXTO
              MOVE WS-TOT-SUPRIM   TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'CLIENTES CON FECNAC INVALIDA   :' TO WS-TOT-TEXTO
              MOVE WS-TOT-FEC-INV  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'REGISTROS GRABADOS EN DDNOTIF  :' TO WS-TOT-TEXTO
              MOVE WS-TOT-NOTIF    TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
           END-IF

           DISPLAY 'CLIENTES LEIDOS         : ' WS-TOT-LEIDOS
           DISPLAY 'NOTIFICACIONES GRABADAS : ' WS-TOT-NOTIF
           DISPLAY 'FECNAC INVALIDAS        : ' WS-TOT-FEC-INV

           IF NOT WS-CIERRE-HECHO AND WS-FS-SALIDA NOT = SPACES
              PERFORM 9200-CERRAR-TODO
           END-IF
           .
       3000-F-FINAL. EXIT.
      *
      ******************************************************************
      * 9100-MANEJAR-ERROR-ARCHIVO : DESTINO DE LOS DECLARATIVOS DE     *
      * ERROR - IDENTIFICA EL ARCHIVO QUE FALLO, LO REGISTRA EN EL LOG  *
      * DE ERRORES Y CIERRA LO QUE QUEDO ABIERTO                        *
      ******************************************************************
       9100-MANEJAR-ERROR-ARCHIVO.

           IF WS-CIERRE-HECHO
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
             WHEN NOT WS-FSN-OK AND WS-FS-NOTIF NOT = SPACES
                  MOVE 'ESCRITURA NOTIFICACION (DDNOTIF)' TO WS-ACCION
                  MOVE WS-FS-NOTIF  TO WS-CODE-SAL
             WHEN NOT WS-FSS-OK AND WS-FS-SALIDA NOT = SPACES
                  MOVE 'ESCRITURA LISTADO (DDSALE)'       TO WS-ACCION
                  MOVE WS-FS-SALIDA TO WS-CODE-SAL
             WHEN OTHER
                  MOVE 'ARCHIVO DESCONOCIDO'              TO WS-ACCION
           END-EVALUATE
           SET WS-CIERRE-HECHO TO TRUE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION WS-CODE-SAL

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL CLOSE PADRON END-EXEC

           MOVE 8 TO RETURN-CODE
           PERFORM 9200-CERRAR-TODO
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 9200-CERRAR-TODO : CIERRA LOS ARCHIVOS ABIERTOS POR EL PROGRAMA*
      ******************************************************************
       9200-CERRAR-TODO.

           SET WS-CIERRE-HECHO TO TRUE
           CLOSE NOTIF-FILE
           CLOSE LISTADO
           CLOSE ERR-LOG
           EXIT PARAGRAPH.

      ******************************************************************
      * 9000-GRABAR-ERROR-LOG : ARMA Y GRABA UN REGISTRO EN EL LOG DE   *
      * ERRORES (DDERRLOG) CON LA FECHA/HORA, LA ACCION QUE FALLO, EL   *
      * SQLCODE/FILE STATUS Y EL CLIENTE EN PROCESO                     *
      ******************************************************************
       9000-GRABAR-ERROR-LOG.

           ACCEPT WS-HORA-ERR  FROM TIME
           MOVE   WS-HOR-ERR-HH TO WS-HOR-ERR-HH2
           MOVE   WS-HOR-ERR-MM TO WS-HOR-ERR-MM2
           MOVE   WS-HOR-ERR-SS TO WS-HOR-ERR-SS2

           MOVE WS-DD          TO WS-FEC-ERR-DD2
           MOVE WS-MM          TO WS-FEC-ERR-MM2
           MOVE WS-AA          TO WS-FEC-ERR-AA2

           MOVE WS-FECHA-ERR-IMPR  TO REG-ERR-FECHA
           MOVE WS-HORA-ERR-IMPR   TO REG-ERR-HORA
           MOVE WS-ACCION          TO REG-ERR-ACCION
           MOVE SQLCODE            TO REG-ERR-SQLCODE
           MOVE WS-CODE-SAL(1:2)   TO REG-ERR-FS
           MOVE WT-NROCLI          TO REG-ERR-NROCLI
           MOVE WT-FECNAC(1:4)     TO REG-ERR-ANIO-NAC
           MOVE WT-SEXO            TO REG-ERR-SEXO

           WRITE REG-ERRLOG
           EXIT PARAGRAPH.
