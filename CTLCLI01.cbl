      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCLI01.

      ******************************************************************
      *   PGM DE REPORTE DIARIO DEL ESTADO DE LA CADENA NOCTURNA DE    *
      *   CLIENTES (KC02803.TBCTLCLI)                                  *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * CADA PROGRAMA DE LA CADENA (RPTCLI04, RPTCLI01, CARCLI01,      *
      * HISCLI01, MNTCLI01, DEPCLI01, LOGCLI01) REGISTRA EN TBCTLCLI   *
      * EL INICIO Y EL FIN DE CADA CORRIDA, SUS CANTIDADES, LA         *
      * IDENTIDAD DE SU ENTRADA Y SU ESTADO FINAL, Y SE BLOQUEA SOLO   *
      * CUANDO UN PRERREQUISITO NO SE CUMPLE. ESTE REPORTE LISTA, EN   *
      * EL ORDEN DE LA CADENA, TODAS LAS CORRIDAS DE CADA PROGRAMA     *
      * ARRANCADAS EN LA FECHA PEDIDA: QUE CORRIO, COMO TERMINO, QUE   *
      * SE BLOQUEO Y POR QUE. UN PROGRAMA SIN CORRIDAS EN LA FECHA SE  *
      * INFORMA COMO SALTEADO, O COMO CADENA CORTADA CUANDO UN         *
      * PROGRAMA ANTERIOR NO TERMINO BIEN. UNA CORRIDA SIN FIN         *
      * REGISTRADO FUE CANCELADA (O SIGUE EN CURSO).                   *
      *                                                                *
      * LA TARJETA DDPARM (OPCIONAL) TRAE LA FECHA DE LA CADENA        *
      * (AAAA-MM-DD, COLUMNAS 1-10); SIN TARJETA SE LISTA LA FECHA DEL *
      * DIA. SOLO LEE LA TABLA: UNA CADENA CON FALLAS O BLOQUEOS SE    *
      * AVISA POR CONSOLA SIN CAMBIAR EL RETURN-CODE                   *
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
      * TARJETA DE PARAMETROS CON LA FECHA DE LA CADENA (ESTILO SYSIN) *
             SELECT PARM-FILE ASSIGN DDPARM
             FILE STATUS IS WS-FS-PARM.

      * LISTADO DEL ESTADO DE LA CADENA *
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

      * TARJETA DE PARAMETROS: FECHA DE LA CADENA (AAAA-MM-DD) *
       FD PARM-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-PARM.
          05 REG-PARM-FECHA       PIC X(10).
          05 FILLER               PIC X(70).

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

      * FECHA DE LA CADENA A LISTAR (FECINI DE LAS CORRIDAS) *
       01 WS-FIL-FECHA       PIC X(10)    VALUE SPACES.

      * FECHA DE LA TARJETA A VALIDAR (AAAA-MM-DD) *
       01 WS-FEC-VALIDAR.
          05 WS-FVA-ANIO     PIC X(04).
          05 WS-FVA-GUION1   PIC X(01).
          05 WS-FVA-MES      PIC X(02).
          05 WS-FVA-GUION2   PIC X(01).
          05 WS-FVA-DIA      PIC X(02).

       01 WS-SW-FECHA        PIC X(01)    VALUE 'S'.
          88 WS-FECHA-VALIDA              VALUE 'S'.

      * PROGRAMAS DE LA CADENA, EN EL ORDEN EN QUE CORREN *
       01 WS-CADENA-VALORES.
          05 FILLER          PIC X(08)    VALUE 'RPTCLI04'.
          05 FILLER          PIC X(08)    VALUE 'RPTCLI01'.
          05 FILLER          PIC X(08)    VALUE 'CARCLI01'.
          05 FILLER          PIC X(08)    VALUE 'HISCLI01'.
          05 FILLER          PIC X(08)    VALUE 'MNTCLI01'.
          05 FILLER          PIC X(08)    VALUE 'DEPCLI01'.
          05 FILLER          PIC X(08)    VALUE 'LOGCLI01'.
       01 WS-CADENA REDEFINES WS-CADENA-VALORES.
          05 WS-CAD-PGM      PIC X(08)    OCCURS 7 TIMES
                             INDEXED BY WS-CAD-IDX.

      * PROGRAMA EN PROCESO; COPIA DE TRABAJO PORQUE UNA VARIABLE HOST  *
      * DE DB2 NO PUEDE LLEVAR SUBINDICE                                *
       01 WS-CAD-PGM-ACT     PIC X(08)    VALUE SPACES.

      * CORRIDAS DEL PROGRAMA EN PROCESO *
       77 WS-CAD-CORRIDAS    PIC 9(05)    VALUE ZEROS.

      * ESTADO DE LA ULTIMA CORRIDA DEL PROGRAMA EN PROCESO POR RANGO   *
      * DE ANIOS DE SU IDENTIDAD (POSICIONES 17-25). SOLO RPTCLI01      *
      * CORRE PARTICIONADO; LOS DEMAS PROGRAMAS TIENEN UN UNICO RANGO   *
      * EN BLANCO. SI SE SUPERAN LAS 50 ENTRADAS, LA ULTIMA SE REUSA    *
       01 WS-TABLA-RANGOS.
          05 WS-RNG-REG      OCCURS 50 TIMES
                             INDEXED BY WS-RNG-IDX.
             10 WS-RNG-RANGO     PIC X(09).
             10 WS-RNG-ESTADO    PIC X(01).
             10 WS-RNG-TXT       PIC X(25).
       01 WS-CANT-RNG        PIC 9(02)    VALUE ZEROS.
       01 WS-RNG-ACT         PIC X(09)    VALUE SPACES.

      * PRIMER PROGRAMA DE LA CADENA CON ALGUN RANGO CUYA ULTIMA        *
      * CORRIDA DEL DIA NO TERMINO BIEN: LOS QUE SIGUEN Y NO CORRIERON  *
      * QUEDAN COMO CADENA CORTADA EN ESE PROGRAMA                      *
       01 WS-CORTE.
          05 WS-CORTE-PGM    PIC X(08)    VALUE SPACES.
          05 WS-CORTE-ESTADO PIC X(25)    VALUE SPACES.
       01 WS-CORTE-AVISO     PIC X(120)   VALUE SPACES.

      * TEXTO DEL ESTADO DE UNA CORRIDA *
       01 WS-ESTADO-TXT      PIC X(25)    VALUE SPACES.

      * TOTALIZADORES DEL REPORTE *
       01 WS-TOTALES.
          05 WS-TOT-CORRIDAS PIC 9(05)    VALUE ZEROS.
          05 WS-TOT-OK       PIC 9(05)    VALUE ZEROS.
          05 WS-TOT-DESCUAD  PIC 9(05)    VALUE ZEROS.
          05 WS-TOT-FALLIDAS PIC 9(05)    VALUE ZEROS.
          05 WS-TOT-BLOQUEAD PIC 9(05)    VALUE ZEROS.
          05 WS-TOT-SIN-FIN  PIC 9(05)    VALUE ZEROS.
          05 WS-TOT-NO-CORR  PIC 9(05)    VALUE ZEROS.

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
             'CTLCLI01 - ESTADO DIARIO DE LA CADENA'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TIT-FECHA    PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE 'PAG. '.
          05 WS-TIT-PAGINA   PIC ZZZ9.
          05 FILLER          PIC X(27)    VALUE SPACES.

      * LINEA CON LA FECHA DE LA CADENA LISTADA *
       01 WS-TIT-FILTRO.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(08)    VALUE 'FILTRO: '.
          05 WS-TIT-FILTRO-TXT PIC X(100) VALUE SPACES.
          05 FILLER          PIC X(23)    VALUE SPACES.

       01 WS-LINEA-VACIA     PIC X(132)   VALUE SPACES.

      * ENCABEZADO DE COLUMNAS DEL DETALLE *
       01 WS-COLUMNAS.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(10)    VALUE 'PROGRAMA'.
          05 FILLER          PIC X(09)    VALUE 'INICIO'.
          05 FILLER          PIC X(10)    VALUE 'FIN'.
          05 FILLER          PIC X(26)    VALUE 'ESTADO'.
          05 FILLER          PIC X(05)    VALUE '  RC'.
          05 FILLER          PIC X(10)    VALUE '    LEIDOS'.
          05 FILLER          PIC X(10)    VALUE ' PROCESAD.'.
          05 FILLER          PIC X(11)    VALUE '   ERRORES'.
          05 FILLER          PIC X(40)    VALUE
             'IDENTIDAD DE LA ENTRADA / SALIDA'.

      * PRIMERA LINEA DE UNA CORRIDA: HORARIOS, ESTADO Y CANTIDADES *
       01 WS-REG-DETALLE.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-PGM      PIC X(08).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-INICIO   PIC X(08).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-FIN      PIC X(08).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-ESTADO   PIC X(25).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-RC       PIC ZZZ9.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-LEIDOS   PIC Z(8)9.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-PROCES   PIC Z(8)9.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-ERRORES  PIC Z(8)9.
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-IDENTIF  PIC X(40).

      * SEGUNDA LINEA DE UNA CORRIDA: MOTIVO DEL BLOQUEO, DEL DESCUADRE *
      * O DEL REPROCESO FORZADO; TAMBIEN EL DE UN PROGRAMA QUE NO CORRIO*
       01 WS-REG-DETALLE-2.
          05 FILLER          PIC X(21)    VALUE SPACES.
          05 FILLER          PIC X(08)    VALUE 'MOTIVO: '.
          05 WS-DET-MOTIVO   PIC X(60).
          05 FILLER          PIC X(43)    VALUE SPACES.

      * LINEAS DE TOTALES *
       01 WS-LINEA-TOTAL.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TOT-TEXTO    PIC X(40).
          05 WS-TOT-CANT     PIC Z(8)9.
          05 FILLER          PIC X(78)    VALUE SPACES.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN DEL REGISTRO DE CORRIDAS *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBCTLCLI END-EXEC.

      * CAMPOS DE TRABAJO DEL REGISTRO DE CORRIDAS DE LA CADENA *
       COPY CPCTLCLI.

      ******************************************************************
      * CURSOR CORRIDAS : CORRIDAS DE UN PROGRAMA ARRANCADAS EN LA      *
      * FECHA DE LA CADENA, EN ORDEN DE HORA DE INICIO; SE ABRE UNA VEZ *
      * POR CADA PROGRAMA DE LA CADENA                                  *
      ******************************************************************
           EXEC SQL
             DECLARE CORRIDAS CURSOR FOR
               SELECT PROGRAMA,
                      FECINI,
                      HORINI,
                      FECFIN,
                      HORFIN,
                      ESTADO,
                      RETCODE,
                      CANTLEI,
                      CANTPRO,
                      CANTERR,
                      IDENTIF,
                      MOTIVO
                    FROM KC02803.TBCTLCLI
                    WHERE PROGRAMA = :WS-CAD-PGM-ACT
                      AND FECINI   = :WS-FIL-FECHA
                    ORDER BY HORINI
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
           MOVE   WS-FECHA-AA TO WS-AA
           MOVE   WS-FECHA-MM TO WS-MM
           MOVE   WS-FECHA-DD TO WS-DD

      *> SIN TARJETA SE LISTA LA CADENA DEL DIA, EN EL FORMATO DE FECINI
           MOVE   WS-FECHA-AA TO WS-CTL-FSQ-AA
           MOVE   WS-FECHA-MM TO WS-CTL-FSQ-MM
           MOVE   WS-FECHA-DD TO WS-CTL-FSQ-DD
           MOVE   WS-CTL-FECHA-SQL TO WS-FIL-FECHA

           PERFORM 1100-LEER-PARAMETROS
           .
       1000-F-INICIO.   EXIT.

      ******************************************************************
      * 1100-LEER-PARAMETROS : LEE Y VALIDA LA TARJETA DDPARM OPCIONAL; *
      * UNA FECHA INVALIDA DETIENE LA CORRIDA CON RC 8                  *
      ******************************************************************
       1100-LEER-PARAMETROS.

           OPEN INPUT PARM-FILE

           IF WS-FSP-OK
              READ PARM-FILE
              IF WS-FSP-OK AND REG-PARM-FECHA NOT = SPACES
                 MOVE REG-PARM-FECHA TO WS-FEC-VALIDAR
                 PERFORM 1160-VALIDAR-FECHA
                 IF WS-FECHA-VALIDA
                    MOVE REG-PARM-FECHA TO WS-FIL-FECHA
                 ELSE
                    DISPLAY 'ERROR: FECHA INVALIDA EN DDPARM: '
                            REG-PARM-FECHA ' - SE ESPERA AAAA-MM-DD'
                    MOVE 8 TO RETURN-CODE
                    SET WS-PGM-FIN TO TRUE
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF

           MOVE SPACES TO WS-TIT-FILTRO-TXT
           STRING 'CORRIDAS ARRANCADAS EL '  DELIMITED BY SIZE
                  WS-FIL-FECHA               DELIMITED BY SIZE
             INTO WS-TIT-FILTRO-TXT
           END-STRING
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

      *> EL FIN DE DATOS DEL CURSOR SE RESUELVE EN EL PROPIO FETCH
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                   UNTIL WS-CAD-IDX > 7
              PERFORM 2100-LISTAR-PROGRAMA
           END-PERFORM

           IF WS-TOT-CORRIDAS = 0
              DISPLAY 'ATENCION: SIN CORRIDAS REGISTRADAS EN TBCTLCLI '
                      'PARA EL ' WS-FIL-FECHA
           END-IF

           SET WS-PGM-FIN TO TRUE      *> UNA SOLA PASADA
           EXIT PARAGRAPH.
       2000-F-PROCESO. EXIT.

      ******************************************************************
      * 2100-LISTAR-PROGRAMA : LISTA LAS CORRIDAS DE UN PROGRAMA DE LA  *
      * CADENA EN LA FECHA, O UNA LINEA DE 'NO CORRIO' SI NO TIENE; LA  *
      * CADENA QUEDA CORTADA AHI SI LA ULTIMA CORRIDA DEL DIA DE ALGUN  *
      * RANGO DE ANIOS (PARTICION) NO TERMINO BIEN                      *
      ******************************************************************
       2100-LISTAR-PROGRAMA.

           MOVE WS-CAD-PGM(WS-CAD-IDX) TO WS-CAD-PGM-ACT
           MOVE ZEROS                  TO WS-CAD-CORRIDAS
           MOVE ZEROS                  TO WS-CANT-RNG

           SET WS-OPEN-CURSOR TO TRUE
           EXEC SQL OPEN CORRIDAS END-EXEC

           PERFORM 2200-LEER-CURSOR
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM 2400-GRABAR-DETALLE
              PERFORM 2200-LEER-CURSOR
           END-PERFORM

           SET WS-CLOSE-CURSOR TO TRUE
           EXEC SQL CLOSE CORRIDAS END-EXEC

           IF WS-CAD-CORRIDAS = 0
              PERFORM 2500-GRABAR-NO-CORRIO
              EXIT PARAGRAPH
           END-IF

           IF WS-CORTE-PGM = SPACES
              PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                      UNTIL WS-RNG-IDX > WS-CANT-RNG
                         OR WS-CORTE-PGM NOT = SPACES
                 IF WS-RNG-ESTADO(WS-RNG-IDX) NOT = 'T'
                    MOVE WS-CAD-PGM-ACT         TO WS-CORTE-PGM
                    MOVE WS-RNG-TXT(WS-RNG-IDX) TO WS-CORTE-ESTADO
                 END-IF
              END-PERFORM
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2200-LEER-CURSOR : LEE LA SIGUIENTE CORRIDA DEL PROGRAMA        *
      ******************************************************************
       2200-LEER-CURSOR.

           SET WS-FETCH-CURSOR TO TRUE
           EXEC SQL FETCH CORRIDAS INTO :WT-CTL-PROGRAMA,
                                        :WT-CTL-FECINI,
                                        :WT-CTL-HORINI,
                                        :WT-CTL-FECFIN,
                                        :WT-CTL-HORFIN,
                                        :WT-CTL-ESTADO,
                                        :WT-CTL-RETCODE,
                                        :WT-CTL-CANTLEI,
                                        :WT-CTL-CANTPRO,
                                        :WT-CTL-CANTERR,
                                        :WT-CTL-IDENTIF,
                                        :WT-CTL-MOTIVO
           END-EXEC
           EXIT PARAGRAPH.

      ******************************************************************
      * 2300-CONTROLAR-PAGINA : TITULOS AL COMIENZO DE CADA HOJA        *
      ******************************************************************
       2300-CONTROLAR-PAGINA.

           IF LINAGE-COUNTER = 1
              ADD 1              TO WS-NUM-PAG
              MOVE WS-FECHA-IMPR TO WS-TIT-FECHA
              MOVE WS-NUM-PAG    TO WS-TIT-PAGINA
              WRITE REG-SALIDA   FROM WS-TITULO
              WRITE REG-SALIDA   FROM WS-TIT-FILTRO
              WRITE REG-SALIDA   FROM WS-LINEA-VACIA
              WRITE REG-SALIDA   FROM WS-COLUMNAS
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2400-GRABAR-DETALLE : UNA LINEA POR CORRIDA, MAS UNA SEGUNDA    *
      * CON EL MOTIVO CUANDO LA FILA TRAE UNO                           *
      ******************************************************************
       2400-GRABAR-DETALLE.

           PERFORM 2300-CONTROLAR-PAGINA

           ADD 1 TO WS-CAD-CORRIDAS
           ADD 1 TO WS-TOT-CORRIDAS

           EVALUATE WT-CTL-ESTADO
             WHEN 'T'
                  MOVE 'TERMINADO OK'              TO WS-ESTADO-TXT
                  ADD 1 TO WS-TOT-OK
             WHEN 'D'
                  MOVE 'TERMINADO CON DESCUADRE'   TO WS-ESTADO-TXT
                  ADD 1 TO WS-TOT-DESCUAD
             WHEN 'F'
                  MOVE 'TERMINADO CON ERROR'       TO WS-ESTADO-TXT
                  ADD 1 TO WS-TOT-FALLIDAS
             WHEN 'B'
                  MOVE 'BLOQUEADO'                 TO WS-ESTADO-TXT
                  ADD 1 TO WS-TOT-BLOQUEAD
             WHEN 'C'
                  MOVE 'SIN FIN (CANCEL/EN CURSO)' TO WS-ESTADO-TXT
                  ADD 1 TO WS-TOT-SIN-FIN
             WHEN OTHER
                  MOVE SPACES TO WS-ESTADO-TXT
                  STRING 'ESTADO DESCONOCIDO ' WT-CTL-ESTADO
                         DELIMITED BY SIZE
                    INTO WS-ESTADO-TXT
                  END-STRING
           END-EVALUATE

           PERFORM 2450-REGISTRAR-RANGO

           MOVE WT-CTL-PROGRAMA     TO WS-DET-PGM
           MOVE WT-CTL-HORINI(1:8)  TO WS-DET-INICIO
           MOVE WT-CTL-HORFIN(1:8)  TO WS-DET-FIN
           MOVE WS-ESTADO-TXT       TO WS-DET-ESTADO
           MOVE WT-CTL-RETCODE      TO WS-DET-RC
           MOVE WT-CTL-CANTLEI      TO WS-DET-LEIDOS
           MOVE WT-CTL-CANTPRO      TO WS-DET-PROCES
           MOVE WT-CTL-CANTERR      TO WS-DET-ERRORES
           MOVE WT-CTL-IDENTIF      TO WS-DET-IDENTIF
           WRITE REG-SALIDA FROM WS-REG-DETALLE

      *> UNA CORRIDA QUE TERMINO OTRO DIA LO ACLARA EN EL MOTIVO
           MOVE WT-CTL-MOTIVO TO WS-DET-MOTIVO
           IF WT-CTL-FECFIN NOT = SPACES
              AND WT-CTL-FECFIN NOT = WT-CTL-FECINI
              AND WT-CTL-MOTIVO = SPACES
              STRING 'TERMINO EL ' WT-CTL-FECFIN
                     DELIMITED BY SIZE
                INTO WS-DET-MOTIVO
              END-STRING
           END-IF
           IF WS-DET-MOTIVO NOT = SPACES
              WRITE REG-SALIDA FROM WS-REG-DETALLE-2
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2450-REGISTRAR-RANGO : GUARDA EL ESTADO DE LA CORRIDA COMO EL    *
      * ULTIMO DE SU RANGO DE ANIOS (LAS FILAS LLEGAN POR HORINI)       *
      ******************************************************************
       2450-REGISTRAR-RANGO.

           MOVE SPACES TO WS-RNG-ACT
           IF WT-CTL-PROGRAMA = 'RPTCLI01'
              MOVE WT-CTL-IDENTIF(17:9) TO WS-RNG-ACT
           END-IF

           SET WS-RNG-IDX TO 1
           SEARCH WS-RNG-REG
             AT END
                SET WS-RNG-IDX TO 50
             WHEN WS-RNG-IDX > WS-CANT-RNG
                ADD 1 TO WS-CANT-RNG
             WHEN WS-RNG-RANGO(WS-RNG-IDX) = WS-RNG-ACT
                CONTINUE
           END-SEARCH

           MOVE WS-RNG-ACT    TO WS-RNG-RANGO(WS-RNG-IDX)
           MOVE WT-CTL-ESTADO TO WS-RNG-ESTADO(WS-RNG-IDX)
           MOVE WS-ESTADO-TXT TO WS-RNG-TXT(WS-RNG-IDX)
           EXIT PARAGRAPH.

      ******************************************************************
      * 2500-GRABAR-NO-CORRIO : PROGRAMA SIN CORRIDAS EN LA FECHA; SI   *
      * UN PROGRAMA ANTERIOR DE LA CADENA NO TERMINO BIEN, LA CADENA    *
      * QUEDO CORTADA AHI; SI NO, EL PROGRAMA SE SALTEO ESE DIA         *
      ******************************************************************
       2500-GRABAR-NO-CORRIO.

           PERFORM 2300-CONTROLAR-PAGINA

           ADD 1 TO WS-TOT-NO-CORR

           MOVE WS-CAD-PGM-ACT      TO WS-DET-PGM
           MOVE SPACES              TO WS-DET-INICIO
           MOVE SPACES              TO WS-DET-FIN
           MOVE 'NO CORRIO'         TO WS-DET-ESTADO
           MOVE ZEROS               TO WS-DET-RC
           MOVE ZEROS               TO WS-DET-LEIDOS
           MOVE ZEROS               TO WS-DET-PROCES
           MOVE ZEROS               TO WS-DET-ERRORES
           MOVE SPACES              TO WS-DET-IDENTIF
           WRITE REG-SALIDA FROM WS-REG-DETALLE

           MOVE SPACES TO WS-DET-MOTIVO
           IF WS-CORTE-PGM = SPACES
              MOVE 'SALTEADO: SIN CORRIDAS REGISTRADAS EN LA FECHA'
                TO WS-DET-MOTIVO
           ELSE
              STRING 'CADENA CORTADA EN ' WS-CORTE-PGM ' ('
                     DELIMITED BY SIZE
                     WS-CORTE-ESTADO DELIMITED BY '  '
                     ')' DELIMITED BY SIZE
                INTO WS-DET-MOTIVO
              END-STRING
           END-IF
           WRITE REG-SALIDA FROM WS-REG-DETALLE-2
           EXIT PARAGRAPH.

      ******************************************************************
      * 2600-CERRAR-CURSOR : DESTINO DEL WHENEVER SQLERROR, COMUN A     *
      * TODAS LAS OPERACIONES DEL CURSOR                                *
      ******************************************************************
       2600-CERRAR-CURSOR.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           EVALUATE TRUE
             WHEN WS-OPEN-CURSOR
                  MOVE 'APERTURA CURSOR CORRIDAS'  TO WS-ACCION
             WHEN WS-FETCH-CURSOR
                  MOVE 'FETCH CURSOR CORRIDAS'     TO WS-ACCION
                  EXEC SQL CLOSE CORRIDAS END-EXEC
             WHEN WS-CLOSE-CURSOR
                  MOVE 'CIERRE CURSOR CORRIDAS'    TO WS-ACCION
             WHEN OTHER
                  MOVE 'CONSULTA SQL DESCONOCIDA'  TO WS-ACCION
           END-EVALUATE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION SQLCODE
           MOVE 9999 TO RETURN-CODE
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      *                    CUERPO PRINCIPAL FINAL                      *
      ******************************************************************
       3000-I-FINAL.

           IF NOT WS-CIERRE-HECHO AND RETURN-CODE = 0
              AND WS-FS-SALIDA NOT = SPACES
              WRITE REG-SALIDA FROM WS-LINEA-VACIA
              MOVE 'CORRIDAS REGISTRADAS EN LA FECHA :' TO WS-TOT-TEXTO
              MOVE WS-TOT-CORRIDAS TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'TERMINADAS OK                    :' TO WS-TOT-TEXTO
              MOVE WS-TOT-OK       TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'TERMINADAS CON DESCUADRE         :' TO WS-TOT-TEXTO
              MOVE WS-TOT-DESCUAD  TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'TERMINADAS CON ERROR             :' TO WS-TOT-TEXTO
              MOVE WS-TOT-FALLIDAS TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'BLOQUEADAS POR PRERREQUISITO     :' TO WS-TOT-TEXTO
              MOVE WS-TOT-BLOQUEAD TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'SIN FIN REGISTRADO               :' TO WS-TOT-TEXTO
              MOVE WS-TOT-SIN-FIN  TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'PROGRAMAS QUE NO CORRIERON       :' TO WS-TOT-TEXTO
              MOVE WS-TOT-NO-CORR  TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
           END-IF

           DISPLAY 'CORRIDAS REGISTRADAS    : ' WS-TOT-CORRIDAS
           DISPLAY 'TERMINADAS OK           : ' WS-TOT-OK
           DISPLAY 'CON DESCUADRE / ERROR   : ' WS-TOT-DESCUAD
                   ' / ' WS-TOT-FALLIDAS
           DISPLAY 'BLOQUEADAS / SIN FIN    : ' WS-TOT-BLOQUEAD
                   ' / ' WS-TOT-SIN-FIN
           DISPLAY 'PROGRAMAS SIN CORRIDAS  : ' WS-TOT-NO-CORR

           IF WS-CORTE-PGM NOT = SPACES AND RETURN-CODE = 0
              STRING 'ATENCION: LA CADENA DEL ' WS-FIL-FECHA
                     ' NO TERMINO LIMPIA - PRIMER PROBLEMA EN '
                     WS-CORTE-PGM ': '
                     DELIMITED BY SIZE
                     WS-CORTE-ESTADO DELIMITED BY '  '
                INTO WS-CORTE-AVISO
              END-STRING
              DISPLAY WS-CORTE-AVISO
           END-IF

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
             WHEN NOT WS-FSS-OK AND WS-FS-SALIDA NOT = SPACES
                  MOVE 'ESCRITURA LISTADO (DDSALE)'  TO WS-ACCION
                  MOVE WS-FS-SALIDA TO WS-CODE-SAL
             WHEN OTHER
                  MOVE 'ARCHIVO DESCONOCIDO'         TO WS-ACCION
           END-EVALUATE
           SET WS-CIERRE-HECHO TO TRUE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION WS-CODE-SAL

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL CLOSE CORRIDAS END-EXEC

           MOVE 8 TO RETURN-CODE
           PERFORM 9200-CERRAR-TODO
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 9200-CERRAR-TODO : CIERRA LOS ARCHIVOS ABIERTOS POR EL PROGRAMA*
      ******************************************************************
       9200-CERRAR-TODO.

           SET WS-CIERRE-HECHO TO TRUE
           CLOSE LISTADO
           CLOSE ERR-LOG
           EXIT PARAGRAPH.

      ******************************************************************
      * 9000-GRABAR-ERROR-LOG : ARMA Y GRABA UN REGISTRO EN EL LOG DE   *
      * ERRORES (DDERRLOG) CON LA FECHA/HORA, LA ACCION QUE FALLO Y EL  *
      * SQLCODE/FILE STATUS; ESTE REPORTE NO TRABAJA POR CLIENTE        *
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
           MOVE ZEROS              TO REG-ERR-NROCLI
           MOVE SPACES             TO REG-ERR-ANIO-NAC
           MOVE SPACES             TO REG-ERR-SEXO

           WRITE REG-ERRLOG
           EXIT PARAGRAPH.
