      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OLVCLI01.

      ******************************************************************
      *   PGM DE SUPRESION (SEUDONIMIZACION) DEL NOMBRE DE CLIENTES    *
      *   QUE EJERCEN EL DERECHO DE SUPRESION DE SUS DATOS PERSONALES  *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * LEE UN ARCHIVO DE SOLICITUDES (DDSOLIC, UN NROCLI POR REGISTRO *
      * EN ORDEN ASCENDENTE) Y REEMPLAZA EL NOMAPE DE ESOS CLIENTES    *
      * POR EL SEUDONIMO FIJO DE CPSEUDO EN TODOS LOS LUGARES DONDE SE *
      * GUARDA. FECNAC Y SEXO NO SE TOCAN, ASI QUE LOS CONTEOS DE      *
      * RPTCLI01/RPTCLI05 Y LA TENDENCIA DE RPTCLI03 NO CAMBIAN.       *
      * MANEJADO POR TARJETA DDPARM:                                   *
      *                                                                *
      * MODO 'A' (ARCHIVO): REESCRIBE UNA GENERACION DE LOS ARCHIVOS   *
      * DE PURGA DE HISCLI01 (DDARCHI) COMO GENERACION NUEVA (DDARCHO),*
      * LA RELEE (DDARCHO) Y VERIFICA QUE TENGA LOS MISMOS REGISTROS   *
      * QUE LA ORIGINAL Y NINGUN NOMBRE DE UN SOLICITANTE. SOLO SI LA  *
      * VERIFICACION DA BIEN AGREGA A DDCONST UNA LINEA DE CONSTANCIA  *
      * POR SOLICITANTE; SI NO, TERMINA CON RC 8 Y LA GENERACION NUEVA *
      * DEBE DESCARTARSE (LA ANTERIOR NO SE REEMPLAZA). SE CORRE UN    *
      * PASO POR CADA GENERACION ARCHIVADA.                            *
      *                                                                *
      * MODO 'B' (BASE, POR OMISION): ACTUALIZA TBCURCLI, TODAS LAS    *
      * FILAS DE TBBAJCLI Y TBHISCLI, LAS IMAGENES ANTERIOR/NUEVA DE   *
      * TBAUDCLI (SI NO, RECCLI01 VERIA LA SUPRESION COMO UN CAMBIO    *
      * DE NOMAPE SIN DIARIO) Y LAS SOLICITUDES DE TBSOLCLI. CONFIRMA  *
      * CLIENTE POR CLIENTE E IMPRIME UNA CONSTANCIA POR CLIENTE CON   *
      * CADA ALMACEN Y LAS FILAS MODIFICADAS, INCLUIDAS LAS LINEAS DE  *
      * LOS ARCHIVOS QUE DEJARON LOS PASOS 'A' PREVIOS EN DDCONST.     *
      * UNA SEGUNDA CORRIDA SOBRE EL MISMO CLIENTE NO MODIFICA NADA.   *
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
      * TARJETA DE PARAMETROS (OPCIONAL): MODO B O A *
             SELECT PARM-FILE ASSIGN DDPARM
             FILE STATUS IS WS-FS-PARM.

      * SOLICITUDES DE SUPRESION: UN NROCLI POR REGISTRO *
             SELECT SOLIC-IN ASSIGN DDSOLIC
             FILE STATUS IS WS-FS-SOLIC.

      * GENERACION ARCHIVADA DE HISCLI01 A REESCRIBIR (MODO A) *
             SELECT ARCH-IN ASSIGN DDARCHI
             FILE STATUS IS WS-FS-ARCHI.

      * GENERACION NUEVA DEL ARCHIVO (MODO A) *
             SELECT ARCH-OUT ASSIGN DDARCHO
             FILE STATUS IS WS-FS-ARCHO.

      * RELECTURA DE LA GENERACION NUEVA PARA VERIFICARLA (MODO A) *
             SELECT ARCH-VER ASSIGN DDARCHO
             FILE STATUS IS WS-FS-ARCHV.

      * LINEAS DE CONSTANCIA DE LOS ARCHIVOS: LAS AGREGA CADA PASO A Y *
      * LAS LEE EL PASO B PARA COMPLETAR LAS CONSTANCIAS               *
             SELECT CONST-OUT ASSIGN DDCONST
             FILE STATUS IS WS-FS-CONSTO.

             SELECT CONST-IN ASSIGN DDCONST
             FILE STATUS IS WS-FS-CONSTI.

      * CONSTANCIAS Y RESUMEN DE LA CORRIDA *
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

       FD PARM-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-PARM.
      * 'B' (O BLANCO) = TABLAS DB2 Y CONSTANCIAS; 'A' = UN ARCHIVO    *
          05 REG-PARM-MODO         PIC X(01).
          05 FILLER                PIC X(79).

       FD SOLIC-IN
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-SOLIC.
          05 REG-SOL-NROCLI        PIC X(09).
          05 FILLER                PIC X(71).

      * FILA ARCHIVADA, MISMO LAYOUT QUE DDARCH DE HISCLI01 *
       FD ARCH-IN
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-ARCH-IN             PIC X(70).

       FD ARCH-OUT
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-ARCH-OUT            PIC X(70).

       FD ARCH-VER
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-ARCH-VER            PIC X(70).

      * LINEA DE CONSTANCIA DE UN ARCHIVO, LAYOUT WS-REG-CONST *
       FD CONST-OUT
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-CONST-OUT           PIC X(80).

       FD CONST-IN
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-CONST-IN            PIC X(80).

       FD LISTADO
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F
          LINAGE IS 20 LINES
          WITH FOOTING AT 18
          LINES AT TOP 1
          LINES AT BOTTOM 1.

       01 REG-SALIDA              PIC X(132).

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

      * CONTROL FILE STATUS DE LAS SOLICITUDES *
       01 WS-FS-SOLIC        PIC X(2)     VALUE SPACES.
          88 WS-FSO-OK                    VALUE '00'.
          88 WS-FSO-EOF                   VALUE '10'.

      * CONTROL FILE STATUS DE LOS ARCHIVOS DE HISCLI01; ARRANCAN EN   *
      * BLANCOS PARA QUE 9100 NO LES ATRIBUYA FALLAS DE OTROS ARCHIVOS *
       01 WS-FS-ARCHI        PIC X(2)     VALUE SPACES.
          88 WS-FSAI-OK                   VALUE '00'.
          88 WS-FSAI-EOF                  VALUE '10'.
       01 WS-FS-ARCHO        PIC X(2)     VALUE SPACES.
          88 WS-FSAO-OK                   VALUE '00'.
       01 WS-FS-ARCHV        PIC X(2)     VALUE SPACES.
          88 WS-FSAV-OK                   VALUE '00'.
          88 WS-FSAV-EOF                  VALUE '10'.

      * CONTROL FILE STATUS DE LAS LINEAS DE CONSTANCIA *
       01 WS-FS-CONSTO       PIC X(2)     VALUE SPACES.
          88 WS-FSCO-OK                   VALUE '00'.
       01 WS-FS-CONSTI       PIC X(2)     VALUE SPACES.
          88 WS-FSCI-OK                   VALUE '00'.
          88 WS-FSCI-EOF                  VALUE '10'.

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

      * MODO DE LA CORRIDA SEGUN LA TARJETA DDPARM *
       01 WS-SW-MODO         PIC X(01)    VALUE 'B'.
          88 WS-MODO-BASE                 VALUE 'B'.
          88 WS-MODO-ARCHIVO              VALUE 'A'.

      * INDICADOR DE CUAL SENTENCIA SQL ESTA EN CURSO, PARA QUE         *
      * 2600-CERRAR-CURSOR IDENTIFIQUE DONDE OCURRIO UN ERROR           *
       01 WS-SW-CONSULTA     PIC X(01)    VALUE SPACE.
          88 WS-CONSULTA-CUR              VALUE '1'.
          88 WS-CONSULTA-BAJ              VALUE '2'.
          88 WS-CONSULTA-HIS              VALUE '3'.
          88 WS-CONSULTA-AUD              VALUE '4'.
          88 WS-CONSULTA-SOL              VALUE '5'.
          88 WS-CONSULTA-CONFIRMA         VALUE '6'.

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

      * FECHA DE CORRIDA EN FORMATO AAAA-MM-DD PARA LAS CONSTANCIAS *
       01 WS-FECHA-CORRIDA.
          05 FILLER          PIC X(02)    VALUE '20'.
          05 WS-FCO-AA       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-MM       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-DD       PIC 9(02).

      * SEUDONIMO FIJO QUE REEMPLAZA AL NOMAPE *
       COPY CPSEUDO.

      * SOLICITUDES DE SUPRESION, EN ORDEN ASCENDENTE DE NROCLI; EN     *
      * MODO A CADA UNA ACUMULA LAS FILAS REEMPLAZADAS EN EL ARCHIVO    *
       01 WS-CANT-SOL        PIC 9(03)    COMP   VALUE ZEROS.
       01 WS-SOL-ANTERIOR    PIC 9(09)    VALUE ZEROS.
       01 WS-TABLA-SOL.
          05 WS-SOL-REG      OCCURS 1 TO 999 TIMES
                             DEPENDING ON WS-CANT-SOL
                             ASCENDING KEY IS WS-SOL-NROCLI
                             INDEXED BY WS-SOL-IDX.
             10 WS-SOL-NROCLI    PIC 9(09).
             10 WS-SOL-ARCH-FIL  PIC 9(09).

      * LINEAS DE CONSTANCIA DE LOS ARCHIVOS LEIDAS DE DDCONST (MODO B) *
       01 WS-CANT-CONST      PIC 9(05)    VALUE ZEROS.
       01 WS-TABLA-CONST.
          05 WS-CON-REG      OCCURS 9999 TIMES
                             INDEXED BY WS-CON-IDX.
             10 WS-CON-NROCLI    PIC 9(09).
             10 WS-CON-ALMACEN   PIC X(50).
             10 WS-CON-FILAS     PIC 9(09).

      * LAYOUT DE LA LINEA DE CONSTANCIA DE UN ARCHIVO (DDCONST) *
       01 WS-REG-CONST.
          05 CON-NROCLI      PIC 9(09).
          05 FILLER          PIC X(01)    VALUE SPACE.
          05 CON-ALMACEN     PIC X(50).
          05 FILLER          PIC X(01)    VALUE SPACE.
          05 CON-FILAS       PIC 9(09).
          05 CON-FECHA       PIC X(10).

      * FILA DEL ARCHIVO DE HISCLI01, MISMO ORDEN DE COLUMNAS QUE       *
      * TBHISCLI                                                        *
       01 WS-REG-ARCH.
          05 WS-ARC-FECCARGA PIC X(10).
          05 WS-ARC-NROCLI   PIC 9(09).
          05 WS-ARC-NOMAPE   PIC X(40).
          05 WS-ARC-FECNAC   PIC X(10).
          05 WS-ARC-SEXO     PIC X(01).

      * RANGO DE FECCARGA DE LA GENERACION, QUE LA IDENTIFICA EN LA     *
      * CONSTANCIA                                                      *
       01 WS-ARC-FEC-MIN     PIC X(10)    VALUE HIGH-VALUES.
       01 WS-ARC-FEC-MAX     PIC X(10)    VALUE LOW-VALUES.
       01 WS-ARC-ALMACEN     PIC X(50)    VALUE SPACES.

      * CLIENTE EN PROCESO (VARIABLE HOST) Y FILAS MODIFICADAS EN CADA  *
      * ALMACEN DB2                                                     *
       01 WS-SUP-NROCLI      PIC S9(09)   COMP   VALUE ZEROS.
       01 WS-FILAS-SQL       PIC S9(09)   COMP   VALUE ZEROS.
       01 WS-FILAS-CLIENTE.
          05 WS-FIL-CUR      PIC 9(09)    VALUE ZEROS.
          05 WS-FIL-BAJ      PIC 9(09)    VALUE ZEROS.
          05 WS-FIL-HIS      PIC 9(09)    VALUE ZEROS.
          05 WS-FIL-AUD      PIC 9(09)    VALUE ZEROS.
          05 WS-FIL-SOL      PIC 9(09)    VALUE ZEROS.
       01 WS-FIL-TOTAL       PIC 9(09)    VALUE ZEROS.

      * TOTALIZADORES DE LA CORRIDA *
       01 WS-TOTALES.
          05 WS-TOT-SOLIC    PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-REPETID  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-SIN-DAT  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-CON-DAT  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-CONST-IG PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-LEIDOS   PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-GRABADOS PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-RELEIDOS PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-REEMPLAZ PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-RESIDUAL PIC 9(09)    VALUE ZEROS.

       77 WS-MASCARA         PIC Z(8)9     VALUE ZEROS.

      * INDICADOR DE TIPO DE LINEA A GRABAR EN 2500-GRABAR-SALIDA *
       01 WS-SW-LINEA        PIC X(01)    VALUE SPACE.
          88 WS-LIN-SECCION               VALUE '1'.
          88 WS-LIN-CONSTANCIA            VALUE '2'.
          88 WS-LIN-ALMACEN               VALUE '3'.
          88 WS-LIN-TOTAL                 VALUE '4'.

      ******************************************************************
      *                 LAYOUTS DEL LISTADO DE SALIDA                  *
      ******************************************************************

      * LINEA DE TITULO DEL LISTADO *
       01 WS-TITULO.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(30)    VALUE
             'SISTEMA KC02803 - CLIENTES'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(40)    VALUE
             'OLVCLI01 - SUPRESION DE DATOS'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TIT-FECHA    PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE 'PAG. '.
          05 WS-TIT-PAGINA   PIC ZZZ9.
          05 FILLER          PIC X(27)    VALUE SPACES.

       01 WS-LINEA-VACIA     PIC X(132)   VALUE SPACES.

      * LINEA DE TITULO DE SECCION *
       01 WS-LINEA-SECCION.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 OLV-SEC-TITULO  PIC X(90).
          05 FILLER          PIC X(37)    VALUE SPACES.

      * ENCABEZADO DE LA CONSTANCIA DE UN CLIENTE *
       01 WS-LINEA-CONSTANCIA.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(33)    VALUE
             'CONSTANCIA DE SUPRESION - NROCLI '.
          05 OLV-CON-NROCLI  PIC 9(09).
          05 FILLER          PIC X(09)    VALUE '  FECHA '.
          05 OLV-CON-FECHA   PIC X(10).
          05 FILLER          PIC X(66)    VALUE SPACES.

      * LINEA DE UN ALMACEN DE LA CONSTANCIA *
       01 WS-LINEA-ALMACEN.
          05 FILLER          PIC X(08)    VALUE SPACES.
          05 OLV-ALM-TEXTO   PIC X(50).
          05 FILLER          PIC X(03)    VALUE ' : '.
          05 OLV-ALM-FILAS   PIC Z(8)9.
          05 FILLER          PIC X(06)    VALUE ' FILAS'.
          05 FILLER          PIC X(56)    VALUE SPACES.

      * LINEAS DE TOTALES *
       01 WS-LINEA-TOTAL.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TOT-TEXTO    PIC X(40).
          05 WS-TOT-CANT     PIC Z(8)9.
          05 FILLER          PIC X(78)    VALUE SPACES.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN *
                EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER            PIC X(26)    VALUE '* FINAL  WS *'.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       DECLARATIVES.
       ERROR-FILES SECTION.
            USE AFTER STANDARD ERROR PROCEDURE ON OUTPUT.
       MANEJADOR-PROCESO.
            PERFORM 9100-MANEJAR-ERROR-ARCHIVO.

      * SOLO LOS ARCHIVOS DE MODO A: DDPARM, DDSOLIC Y DDCONST DE       *
      * ENTRADA SE RESUELVEN INLINE DURANTE 1000, DONDE EL GO TO         *
      * 2000-F-PROCESO DE 9100 NO TIENE NINGUN PERFORM QUE LO CONTENGA  *
       ERROR-FILES-INPUT SECTION.
            USE AFTER STANDARD ERROR PROCEDURE ON ARCH-IN ARCH-VER.
       MANEJADOR-PROCESO-INPUT.
            PERFORM 9100-MANEJAR-ERROR-ARCHIVO.

      * DDCONST SE ABRE EN EXTEND EN 2350-VERIFICAR-GENERACION; EL
      * DECLARATIVO ON OUTPUT DE ARRIBA NO CUBRE ERRORES DE APERTURA NI
      * DE ESCRITURA SOBRE UN ARCHIVO ABIERTO EN EXTEND
       ERROR-FILES-EXTEND SECTION.
            USE AFTER STANDARD ERROR PROCEDURE ON EXTEND.
       MANEJADOR-PROCESO-EXTEND.
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
           IF NOT WS-PGM-FIN
              PERFORM 1200-CARGAR-SOLICITUDES
           END-IF
           IF NOT WS-PGM-FIN AND WS-MODO-BASE
              PERFORM 1300-CARGAR-CONSTANCIAS
           END-IF
           .
       1000-F-INICIO.   EXIT.

      ******************************************************************
      * 1100-LEER-PARAMETROS : LEE LA TARJETA DDPARM OPCIONAL           *
      ******************************************************************
       1100-LEER-PARAMETROS.

           OPEN INPUT PARM-FILE

           IF WS-FSP-OK
              READ PARM-FILE
              AT END
                 CONTINUE
              END-READ
              IF WS-FSP-OK
                 IF REG-PARM-MODO NOT = SPACE
                    MOVE REG-PARM-MODO TO WS-SW-MODO
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF

           IF NOT WS-MODO-BASE AND NOT WS-MODO-ARCHIVO
              DISPLAY 'MODO INVALIDO EN DDPARM: ' WS-SW-MODO
                      ' - SE ESPERA B (BASE) O A (ARCHIVO)'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 1200-CARGAR-SOLICITUDES : CARGA EL DDSOLIC. CADA NROCLI DEBE    *
      * SER NUMERICO Y VENIR EN ORDEN ASCENDENTE (UNA SOLICITUD         *
      * REPETIDA SE CUENTA Y SE IGNORA); CUALQUIER OTRA COSA FRENA LA   *
      * CORRIDA SIN TOCAR NADA                                          *
      ******************************************************************
       1200-CARGAR-SOLICITUDES.

           OPEN INPUT SOLIC-IN
           IF NOT WS-FSO-OK
              DISPLAY 'NO SE PUDO ABRIR DDSOLIC - FILE STATUS '
                      WS-FS-SOLIC
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           READ SOLIC-IN
           AT END
              CONTINUE
           END-READ
           PERFORM UNTIL NOT WS-FSO-OK OR WS-PGM-FIN
              ADD 1 TO WS-TOT-SOLIC
              EVALUATE TRUE
                WHEN REG-SOL-NROCLI NOT NUMERIC
                     DISPLAY 'NROCLI NO NUMERICO EN DDSOLIC: '
                             REG-SOL-NROCLI
                     MOVE 8 TO RETURN-CODE
                     SET WS-PGM-FIN TO TRUE
                WHEN WS-CANT-SOL > 0
                     AND REG-SOL-NROCLI = WS-SOL-ANTERIOR
                     ADD 1 TO WS-TOT-REPETID
                WHEN WS-CANT-SOL > 0
                     AND REG-SOL-NROCLI < WS-SOL-ANTERIOR
                     DISPLAY 'DDSOLIC FUERA DE ORDEN EN NROCLI '
                             REG-SOL-NROCLI
                     MOVE 8 TO RETURN-CODE
                     SET WS-PGM-FIN TO TRUE
                WHEN WS-CANT-SOL NOT < 999
                     DISPLAY 'DDSOLIC SUPERA 999 SOLICITUDES - '
                             'DIVIDIR EN VARIAS CORRIDAS'
                     MOVE 8 TO RETURN-CODE
                     SET WS-PGM-FIN TO TRUE
                WHEN OTHER
                     ADD 1 TO WS-CANT-SOL
                     SET WS-SOL-IDX TO WS-CANT-SOL
                     MOVE REG-SOL-NROCLI TO WS-SOL-NROCLI(WS-SOL-IDX)
                     MOVE ZEROS          TO WS-SOL-ARCH-FIL(WS-SOL-IDX)
                     MOVE REG-SOL-NROCLI TO WS-SOL-ANTERIOR
              END-EVALUATE
              READ SOLIC-IN
              AT END
                 CONTINUE
              END-READ
           END-PERFORM
           CLOSE SOLIC-IN

           IF WS-CANT-SOL = 0 AND NOT WS-PGM-FIN
              DISPLAY 'DDSOLIC SIN SOLICITUDES - NADA QUE SUPRIMIR'
              SET WS-PGM-FIN TO TRUE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 1300-CARGAR-CONSTANCIAS : CARGA LAS LINEAS DE CONSTANCIA QUE    *
      * DEJARON LOS PASOS DE MODO A (DDCONST OPCIONAL: SIN ARCHIVOS     *
      * PURGADOS NO HAY NADA QUE CARGAR)                                *
      ******************************************************************
       1300-CARGAR-CONSTANCIAS.

           OPEN INPUT CONST-IN
           IF NOT WS-FSCI-OK
              DISPLAY 'SIN DDCONST - LAS CONSTANCIAS NO INCLUYEN '
                      'ARCHIVOS DE HISCLI01'
              EXIT PARAGRAPH
           END-IF

           READ CONST-IN INTO WS-REG-CONST
           AT END
              CONTINUE
           END-READ
           PERFORM UNTIL NOT WS-FSCI-OK
              IF WS-CANT-CONST < 9999
                 ADD 1 TO WS-CANT-CONST
                 SET WS-CON-IDX TO WS-CANT-CONST
                 MOVE CON-NROCLI  TO WS-CON-NROCLI(WS-CON-IDX)
                 MOVE CON-ALMACEN TO WS-CON-ALMACEN(WS-CON-IDX)
                 MOVE CON-FILAS   TO WS-CON-FILAS(WS-CON-IDX)
              ELSE
                 ADD 1 TO WS-TOT-CONST-IG
              END-IF
              READ CONST-IN INTO WS-REG-CONST
              AT END
                 CONTINUE
              END-READ
           END-PERFORM
           CLOSE CONST-IN

           IF WS-TOT-CONST-IG > 0
              DISPLAY 'ATENCION: DDCONST SUPERA 9999 LINEAS - '
                      WS-TOT-CONST-IG ' NO FIGURAN EN LAS CONSTANCIAS'
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE PROCESOS                   *
      ******************************************************************
       2000-I-PROCESO.

           OPEN OUTPUT ERR-LOG
           OPEN OUTPUT LISTADO

           IF WS-MODO-BASE
              PERFORM 2100-SUPRIMIR-EN-TABLAS
           ELSE
              PERFORM 2300-SUPRIMIR-EN-ARCHIVO
           END-IF

           SET WS-PGM-FIN TO TRUE      *> UNA SOLA PASADA
           EXIT PARAGRAPH.
       2000-F-PROCESO. EXIT.

      ******************************************************************
      * 2100-SUPRIMIR-EN-TABLAS : MODO B, UN CLIENTE POR VEZ            *
      ******************************************************************
       2100-SUPRIMIR-EN-TABLAS.

           MOVE SPACES TO OLV-SEC-TITULO
           STRING 'SUPRESION EN TABLAS DB2 - NOMAPE REEMPLAZADO POR '''
                  DELIMITED BY SIZE
                  WS-SEUDONIMO DELIMITED BY '  '
                  '''; FECNAC Y SEXO SIN CAMBIOS' DELIMITED BY SIZE
             INTO OLV-SEC-TITULO
           END-STRING
           SET WS-LIN-SECCION TO TRUE
           PERFORM 2500-GRABAR-SALIDA

      *> UNA ACTUALIZACION SIN FILAS (SQLCODE +100) NO ES UN ERROR: EL
      *> CLIENTE NO ESTA EN ESE ALMACEN O YA ESTABA SUPRIMIDO
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM 2150-SUPRIMIR-CLIENTE
                   VARYING WS-SOL-IDX FROM 1 BY 1
                   UNTIL WS-SOL-IDX > WS-CANT-SOL
           EXIT PARAGRAPH.

      ******************************************************************
      * 2150-SUPRIMIR-CLIENTE : REEMPLAZA EL NOMAPE DEL CLIENTE EN CADA *
      * ALMACEN DB2, CONFIRMA Y EMITE SU CONSTANCIA. SOLO SE TOCAN LAS  *
      * FILAS QUE TODAVIA NO TIENEN EL SEUDONIMO                        *
      ******************************************************************
       2150-SUPRIMIR-CLIENTE.

           MOVE WS-SOL-NROCLI(WS-SOL-IDX) TO WS-SUP-NROCLI
           MOVE ZEROS TO WS-FIL-CUR, WS-FIL-BAJ, WS-FIL-HIS,
                         WS-FIL-AUD, WS-FIL-SOL

           SET WS-CONSULTA-CUR TO TRUE
           EXEC SQL
             UPDATE KC02803.TBCURCLI
                SET NOMAPE = :WS-SEUDONIMO
              WHERE NROCLI = :WS-SUP-NROCLI
                AND NOMAPE <> :WS-SEUDONIMO
           END-EXEC
           MOVE SQLERRD(3) TO WS-FILAS-SQL
           MOVE WS-FILAS-SQL TO WS-FIL-CUR

           SET WS-CONSULTA-BAJ TO TRUE
           EXEC SQL
             UPDATE KC02803.TBBAJCLI
                SET NOMAPE = :WS-SEUDONIMO
              WHERE NROCLI = :WS-SUP-NROCLI
                AND NOMAPE <> :WS-SEUDONIMO
           END-EXEC
           MOVE SQLERRD(3) TO WS-FILAS-SQL
           MOVE WS-FILAS-SQL TO WS-FIL-BAJ

           SET WS-CONSULTA-HIS TO TRUE
           EXEC SQL
             UPDATE KC02803.TBHISCLI
                SET NOMAPE = :WS-SEUDONIMO
              WHERE NROCLI = :WS-SUP-NROCLI
                AND NOMAPE <> :WS-SEUDONIMO
           END-EXEC
           MOVE SQLERRD(3) TO WS-FILAS-SQL
           MOVE WS-FILAS-SQL TO WS-FIL-HIS

      *> LAS IMAGENES EN BLANCO (SIN ESTADO ANTERIOR EN UN ALTA, SIN
      *> ESTADO NUEVO EN UNA BAJA) SE DEJAN EN BLANCO
           SET WS-CONSULTA-AUD TO TRUE
           EXEC SQL
             UPDATE KC02803.TBAUDCLI
                SET ANTNOM = CASE WHEN ANTNOM = ' ' THEN ANTNOM
                                  ELSE :WS-SEUDONIMO END,
                    NVONOM = CASE WHEN NVONOM = ' ' THEN NVONOM
                                  ELSE :WS-SEUDONIMO END
              WHERE NROCLI = :WS-SUP-NROCLI
                AND ((ANTNOM <> ' ' AND ANTNOM <> :WS-SEUDONIMO)
                  OR (NVONOM <> ' ' AND NVONOM <> :WS-SEUDONIMO))
           END-EXEC
           MOVE SQLERRD(3) TO WS-FILAS-SQL
           MOVE WS-FILAS-SQL TO WS-FIL-AUD

           SET WS-CONSULTA-SOL TO TRUE
           EXEC SQL
             UPDATE KC02803.TBSOLCLI
                SET NOMAPE = :WS-SEUDONIMO
              WHERE NROCLI = :WS-SUP-NROCLI
                AND NOMAPE <> ' '
                AND NOMAPE <> :WS-SEUDONIMO
           END-EXEC
           MOVE SQLERRD(3) TO WS-FILAS-SQL
           MOVE WS-FILAS-SQL TO WS-FIL-SOL

           SET WS-CONSULTA-CONFIRMA TO TRUE
           EXEC SQL COMMIT END-EXEC

           PERFORM 2700-IMPRIMIR-CONSTANCIA
           EXIT PARAGRAPH.

      ******************************************************************
      * 2300-SUPRIMIR-EN-ARCHIVO : MODO A. COPIA LA GENERACION DDARCHI  *
      * A DDARCHO REEMPLAZANDO EL NOMAPE DE LOS SOLICITANTES, Y LUEGO   *
      * VERIFICA LA GENERACION NUEVA                                    *
      ******************************************************************
       2300-SUPRIMIR-EN-ARCHIVO.

           MOVE 'SUPRESION EN GENERACION ARCHIVADA DE HISCLI01'
             TO OLV-SEC-TITULO
           SET WS-LIN-SECCION TO TRUE
           PERFORM 2500-GRABAR-SALIDA

           OPEN INPUT  ARCH-IN
           OPEN OUTPUT ARCH-OUT

           READ ARCH-IN INTO WS-REG-ARCH
           AT END
              CONTINUE
           END-READ
           PERFORM UNTIL NOT WS-FSAI-OK
              ADD 1 TO WS-TOT-LEIDOS
              IF WS-ARC-FECCARGA < WS-ARC-FEC-MIN
                 MOVE WS-ARC-FECCARGA TO WS-ARC-FEC-MIN
              END-IF
              IF WS-ARC-FECCARGA > WS-ARC-FEC-MAX
                 MOVE WS-ARC-FECCARGA TO WS-ARC-FEC-MAX
              END-IF
              SEARCH ALL WS-SOL-REG
                 AT END
                    CONTINUE
                 WHEN WS-SOL-NROCLI(WS-SOL-IDX) = WS-ARC-NROCLI
                    IF WS-ARC-NOMAPE NOT = WS-SEUDONIMO
                       MOVE WS-SEUDONIMO TO WS-ARC-NOMAPE
                       ADD 1 TO WS-SOL-ARCH-FIL(WS-SOL-IDX)
                       ADD 1 TO WS-TOT-REEMPLAZ
                    END-IF
              END-SEARCH
              WRITE REG-ARCH-OUT FROM WS-REG-ARCH
              ADD 1 TO WS-TOT-GRABADOS
              READ ARCH-IN INTO WS-REG-ARCH
              AT END
                 CONTINUE
              END-READ
           END-PERFORM

           CLOSE ARCH-IN
           CLOSE ARCH-OUT

           IF WS-TOT-LEIDOS = 0
              DISPLAY 'GENERACION DDARCHI SIN REGISTROS - NADA QUE '
                      'SUPRIMIR'
              EXIT PARAGRAPH
           END-IF

           PERFORM 2350-VERIFICAR-GENERACION
           EXIT PARAGRAPH.

      ******************************************************************
      * 2350-VERIFICAR-GENERACION : RELEE LA GENERACION NUEVA; DEBE     *
      * TENER LOS MISMOS REGISTROS QUE LA ORIGINAL Y NINGUN NOMBRE DE   *
      * UN SOLICITANTE. SOLO ENTONCES GRABA LAS LINEAS DE CONSTANCIA    *
      ******************************************************************
       2350-VERIFICAR-GENERACION.

           OPEN INPUT ARCH-VER
           READ ARCH-VER INTO WS-REG-ARCH
           AT END
              CONTINUE
           END-READ
           PERFORM UNTIL NOT WS-FSAV-OK
              ADD 1 TO WS-TOT-RELEIDOS
              SEARCH ALL WS-SOL-REG
                 AT END
                    CONTINUE
                 WHEN WS-SOL-NROCLI(WS-SOL-IDX) = WS-ARC-NROCLI
                    IF WS-ARC-NOMAPE NOT = WS-SEUDONIMO
                       ADD 1 TO WS-TOT-RESIDUAL
                    END-IF
              END-SEARCH
              READ ARCH-VER INTO WS-REG-ARCH
              AT END
                 CONTINUE
              END-READ
           END-PERFORM
           CLOSE ARCH-VER

           IF WS-TOT-RELEIDOS NOT = WS-TOT-LEIDOS
              OR WS-TOT-GRABADOS NOT = WS-TOT-LEIDOS
              OR WS-TOT-RESIDUAL > 0
              DISPLAY 'ERROR: GENERACION NUEVA NO VERIFICADA - LEIDOS '
                      WS-TOT-LEIDOS ' GRABADOS ' WS-TOT-GRABADOS
                      ' RELEIDOS ' WS-TOT-RELEIDOS
                      ' CON NOMBRE ' WS-TOT-RESIDUAL
              DISPLAY 'DDARCHO DEBE DESCARTARSE; LA GENERACION '
                      'ANTERIOR SIGUE VIGENTE'
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ARC-ALMACEN
           STRING 'ARCHIVO HISCLI01 FECCARGA ' DELIMITED BY SIZE
                  WS-ARC-FEC-MIN               DELIMITED BY SIZE
                  ' A '                        DELIMITED BY SIZE
                  WS-ARC-FEC-MAX               DELIMITED BY SIZE
             INTO WS-ARC-ALMACEN
           END-STRING

           OPEN EXTEND CONST-OUT
           PERFORM 2360-GRABAR-CONSTANCIA-ARCH
                   VARYING WS-SOL-IDX FROM 1 BY 1
                   UNTIL WS-SOL-IDX > WS-CANT-SOL
           CLOSE CONST-OUT
           EXIT PARAGRAPH.

       2360-GRABAR-CONSTANCIA-ARCH.

           MOVE WS-SOL-NROCLI(WS-SOL-IDX)   TO CON-NROCLI
           MOVE WS-ARC-ALMACEN              TO CON-ALMACEN
           MOVE WS-SOL-ARCH-FIL(WS-SOL-IDX) TO CON-FILAS
           MOVE WS-FECHA-CORRIDA            TO CON-FECHA
           WRITE REG-CONST-OUT FROM WS-REG-CONST

           MOVE WS-SOL-NROCLI(WS-SOL-IDX)   TO OLV-CON-NROCLI
           MOVE WS-FECHA-CORRIDA            TO OLV-CON-FECHA
           SET WS-LIN-CONSTANCIA TO TRUE
           PERFORM 2500-GRABAR-SALIDA
           MOVE WS-ARC-ALMACEN              TO OLV-ALM-TEXTO
           MOVE WS-SOL-ARCH-FIL(WS-SOL-IDX) TO OLV-ALM-FILAS
           SET WS-LIN-ALMACEN TO TRUE
           PERFORM 2500-GRABAR-SALIDA
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
              WRITE REG-SALIDA   FROM WS-LINEA-VACIA
           END-IF

           EVALUATE TRUE
             WHEN WS-LIN-SECCION
                  WRITE REG-SALIDA FROM WS-LINEA-SECCION
             WHEN WS-LIN-CONSTANCIA
                  WRITE REG-SALIDA FROM WS-LINEA-VACIA
                  WRITE REG-SALIDA FROM WS-LINEA-CONSTANCIA
             WHEN WS-LIN-ALMACEN
                  WRITE REG-SALIDA FROM WS-LINEA-ALMACEN
             WHEN WS-LIN-TOTAL
                  WRITE REG-SALIDA FROM WS-LINEA-TOTAL
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2600-CERRAR-CURSOR : DESTINO DEL WHENEVER SQLERROR. DESHACE LO  *
      * HECHO SOBRE EL CLIENTE EN CURSO; LOS CLIENTES ANTERIORES YA     *
      * QUEDARON CONFIRMADOS Y CON SU CONSTANCIA IMPRESA                *
      ******************************************************************
       2600-CERRAR-CURSOR.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           EVALUATE TRUE
             WHEN WS-CONSULTA-CUR
                  MOVE 'UPDATE TBCURCLI (SUPRESION)' TO WS-ACCION
             WHEN WS-CONSULTA-BAJ
                  MOVE 'UPDATE TBBAJCLI (SUPRESION)' TO WS-ACCION
             WHEN WS-CONSULTA-HIS
                  MOVE 'UPDATE TBHISCLI (SUPRESION)' TO WS-ACCION
             WHEN WS-CONSULTA-AUD
                  MOVE 'UPDATE TBAUDCLI (SUPRESION)' TO WS-ACCION
             WHEN WS-CONSULTA-SOL
                  MOVE 'UPDATE TBSOLCLI (SUPRESION)' TO WS-ACCION
             WHEN WS-CONSULTA-CONFIRMA
                  MOVE 'COMMIT (SUPRESION)'          TO WS-ACCION
             WHEN OTHER
                  MOVE 'CONSULTA SQL DESCONOCIDA'    TO WS-ACCION
           END-EVALUATE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'NROCLI ' WS-SOL-NROCLI(WS-SOL-IDX)
                   ' Y SIGUIENTES SIN SUPRIMIR - CORREGIR Y REPROCESAR'
           MOVE 9999 TO RETURN-CODE
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 2700-IMPRIMIR-CONSTANCIA : CONSTANCIA DEL CLIENTE EN PROCESO,   *
      * UNA LINEA POR ALMACEN DB2 MAS LAS DE LOS ARCHIVOS DE DDCONST    *
      ******************************************************************
       2700-IMPRIMIR-CONSTANCIA.

           MOVE WS-SOL-NROCLI(WS-SOL-IDX) TO OLV-CON-NROCLI
           MOVE WS-FECHA-CORRIDA          TO OLV-CON-FECHA
           SET WS-LIN-CONSTANCIA TO TRUE
           PERFORM 2500-GRABAR-SALIDA

           SET WS-LIN-ALMACEN TO TRUE
           MOVE 'TBCURCLI (PADRON VIGENTE)'      TO OLV-ALM-TEXTO
           MOVE WS-FIL-CUR                       TO OLV-ALM-FILAS
           PERFORM 2500-GRABAR-SALIDA
           MOVE 'TBBAJCLI (CLIENTES RETIRADOS)'  TO OLV-ALM-TEXTO
           MOVE WS-FIL-BAJ                       TO OLV-ALM-FILAS
           PERFORM 2500-GRABAR-SALIDA
           MOVE 'TBHISCLI (FOTOS HISTORICAS)'    TO OLV-ALM-TEXTO
           MOVE WS-FIL-HIS                       TO OLV-ALM-FILAS
           PERFORM 2500-GRABAR-SALIDA
           MOVE 'TBAUDCLI (AUDITORIA DE MANTENIMIENTO)'
             TO OLV-ALM-TEXTO
           MOVE WS-FIL-AUD                       TO OLV-ALM-FILAS
           PERFORM 2500-GRABAR-SALIDA
           MOVE 'TBSOLCLI (SOLICITUDES ONLINE)'  TO OLV-ALM-TEXTO
           MOVE WS-FIL-SOL                       TO OLV-ALM-FILAS
           PERFORM 2500-GRABAR-SALIDA

           COMPUTE WS-FIL-TOTAL = WS-FIL-CUR + WS-FIL-BAJ + WS-FIL-HIS
                                + WS-FIL-AUD + WS-FIL-SOL

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                     UNTIL WS-CON-IDX > WS-CANT-CONST
              IF WS-CON-NROCLI(WS-CON-IDX) = WS-SOL-NROCLI(WS-SOL-IDX)
                 MOVE WS-CON-ALMACEN(WS-CON-IDX) TO OLV-ALM-TEXTO
                 MOVE WS-CON-FILAS(WS-CON-IDX)   TO OLV-ALM-FILAS
                 ADD  WS-CON-FILAS(WS-CON-IDX)   TO WS-FIL-TOTAL
                 PERFORM 2500-GRABAR-SALIDA
              END-IF
           END-PERFORM

           MOVE 'TOTAL DE FILAS MODIFICADAS'     TO OLV-ALM-TEXTO
           MOVE WS-FIL-TOTAL                     TO OLV-ALM-FILAS
           PERFORM 2500-GRABAR-SALIDA

           IF WS-FIL-TOTAL = 0
              ADD 1 TO WS-TOT-SIN-DAT
           ELSE
              ADD 1 TO WS-TOT-CON-DAT
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      *                    CUERPO PRINCIPAL FINAL                      *
      ******************************************************************
       3000-I-FINAL.

           IF NOT WS-CIERRE-HECHO AND RETURN-CODE = 0
              AND WS-FS-SALIDA NOT = SPACES
              WRITE REG-SALIDA FROM WS-LINEA-VACIA
              SET WS-LIN-TOTAL TO TRUE
              MOVE 'SOLICITUDES LEIDAS             :' TO WS-TOT-TEXTO
              MOVE WS-TOT-SOLIC    TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'SOLICITUDES REPETIDAS          :' TO WS-TOT-TEXTO
              MOVE WS-TOT-REPETID  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              IF WS-MODO-BASE
                 MOVE 'CLIENTES CON FILAS MODIFICADAS :' TO WS-TOT-TEXTO
                 MOVE WS-TOT-CON-DAT  TO WS-TOT-CANT
                 PERFORM 2500-GRABAR-SALIDA
                 MOVE 'CLIENTES SIN FILAS A MODIFICAR :' TO WS-TOT-TEXTO
                 MOVE WS-TOT-SIN-DAT  TO WS-TOT-CANT
                 PERFORM 2500-GRABAR-SALIDA
              ELSE
                 MOVE 'REGISTROS LEIDOS DE DDARCHI    :' TO WS-TOT-TEXTO
                 MOVE WS-TOT-LEIDOS   TO WS-TOT-CANT
                 PERFORM 2500-GRABAR-SALIDA
                 MOVE 'REGISTROS GRABADOS EN DDARCHO  :' TO WS-TOT-TEXTO
                 MOVE WS-TOT-GRABADOS TO WS-TOT-CANT
                 PERFORM 2500-GRABAR-SALIDA
                 MOVE 'REGISTROS RELEIDOS (VERIFICADO):' TO WS-TOT-TEXTO
                 MOVE WS-TOT-RELEIDOS TO WS-TOT-CANT
                 PERFORM 2500-GRABAR-SALIDA
                 MOVE 'NOMBRES REEMPLAZADOS           :' TO WS-TOT-TEXTO
                 MOVE WS-TOT-REEMPLAZ TO WS-TOT-CANT
                 PERFORM 2500-GRABAR-SALIDA
              END-IF
           END-IF

           MOVE WS-TOT-SOLIC TO WS-MASCARA
           DISPLAY 'SOLICITUDES LEIDAS         : ' WS-MASCARA
           IF WS-MODO-ARCHIVO
              MOVE WS-TOT-LEIDOS TO WS-MASCARA
              DISPLAY 'REGISTROS LEIDOS DDARCHI   : ' WS-MASCARA
              MOVE WS-TOT-RELEIDOS TO WS-MASCARA
              DISPLAY 'REGISTROS RELEIDOS DDARCHO : ' WS-MASCARA
              MOVE WS-TOT-REEMPLAZ TO WS-MASCARA
              DISPLAY 'NOMBRES REEMPLAZADOS       : ' WS-MASCARA
           END-IF

      *> SI LA VALIDACION DE ENTRADA FRENO LA CORRIDA, ESTOS ARCHIVOS
      *> NUNCA SE ABRIERON (SU FILE STATUS SIGUE EN BLANCO)
           IF NOT WS-CIERRE-HECHO AND WS-FS-SALIDA NOT = SPACES
              CLOSE LISTADO
              CLOSE ERR-LOG
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
             WHEN NOT WS-FSS-OK AND WS-FS-SALIDA NOT = SPACES
                  MOVE 'ESCRITURA LISTADO (DDSALE)'       TO WS-ACCION
                  MOVE WS-FS-SALIDA TO WS-CODE-SAL
             WHEN NOT WS-FSAI-OK AND NOT WS-FSAI-EOF
                  AND WS-FS-ARCHI NOT = SPACES
                  MOVE 'LECTURA GENERACION (DDARCHI)'     TO WS-ACCION
                  MOVE WS-FS-ARCHI  TO WS-CODE-SAL
             WHEN NOT WS-FSAO-OK AND WS-FS-ARCHO NOT = SPACES
                  MOVE 'ESCRITURA GENERACION (DDARCHO)'   TO WS-ACCION
                  MOVE WS-FS-ARCHO  TO WS-CODE-SAL
             WHEN NOT WS-FSAV-OK AND NOT WS-FSAV-EOF
                  AND WS-FS-ARCHV NOT = SPACES
                  MOVE 'RELECTURA GENERACION (DDARCHO)'   TO WS-ACCION
                  MOVE WS-FS-ARCHV  TO WS-CODE-SAL
             WHEN NOT WS-FSCO-OK AND WS-FS-CONSTO NOT = SPACES
                  MOVE 'ESCRITURA CONSTANCIAS (DDCONST)'  TO WS-ACCION
                  MOVE WS-FS-CONSTO TO WS-CODE-SAL
             WHEN OTHER
                  MOVE 'ARCHIVO DESCONOCIDO'              TO WS-ACCION
           END-EVALUATE
           SET WS-CIERRE-HECHO TO TRUE
           PERFORM 9000-GRABAR-ERROR-LOG
           CLOSE LISTADO
           CLOSE ERR-LOG
           DISPLAY WS-ACCION WS-CODE-SAL
           DISPLAY 'DDARCHO Y DDCONST DE ESTE PASO DEBEN DESCARTARSE'
           MOVE 8 TO RETURN-CODE
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

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
           IF WS-MODO-BASE
              MOVE WS-SUP-NROCLI   TO REG-ERR-NROCLI
           ELSE
              MOVE WS-ARC-NROCLI   TO REG-ERR-NROCLI
           END-IF
           MOVE SPACES             TO REG-ERR-ANIO-NAC
           MOVE SPACE              TO REG-ERR-SEXO

           WRITE REG-ERRLOG
           EXIT PARAGRAPH.
