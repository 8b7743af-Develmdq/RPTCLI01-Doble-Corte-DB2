      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCLI01.

      ******************************************************************
      *   PGM DE CARGA DE LOS DIARIOS DE MNTCLI01 (DDJRNL) A LA TABLA  *
      *   PERMANENTE DE AUDITORIA KC02803.TBAUDCLI                     *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * LEE UN DIARIO DDJRNL DE MNTCLI01 (DE APLICACION O DE BACKOUT)  *
      * Y CARGA CADA ENTRADA COMO UNA FILA DE TBAUDCLI, CON SUS        *
      * IMAGENES ANTERIOR Y POSTERIOR, PARA QUE LA HISTORIA DE CADA    *
      * CLIENTE SOBREVIVA AL VENCIMIENTO DEL DATASET. UNA CORRIDA      *
      * CARGA UN SOLO DIARIO (NO CONCATENAR DIARIOS EN DDJRNL).        *
      *                                                                *
      * EL DIARIO SE IDENTIFICA POR FECHA + HORA DE SU PRIMERA ENTRADA *
      * (JRNID) Y SE REGISTRA EN KC02803.TBAUDJRN CON LA ULTIMA        *
      * SECUENCIA CARGADA Y LOS REGISTROS DEL ARCHIVO YA CONSUMIDOS:   *
      * UNA RECARGA SALTEA ESOS REGISTROS SIN MIRARLOS, ASI QUE UN     *
      * DIARIO YA CARGADO SE RECHAZA CON RC 8 SIN TOCAR TBAUDCLI Y UN  *
      * DIARIO DE UNA CORRIDA REINICIADA (EXTENDIDO POR MNTCLI01       *
      * DESPUES DE UNA CARGA PARCIAL) SOLO AGREGA LO QUE FALTABA.      *
      * CUANDO LA SECUENCIA VUELVE ATRAS DENTRO DEL DIARIO (REINICIO   *
      * DE MNTCLI01 DESDE EL ULTIMO CHECKPOINT) LAS ENTRADAS DESDE ESA *
      * SECUENCIA QUEDARON SIN CONFIRMAR EN DB2 Y SE REEMPLAZAN POR    *
      * LAS DE LA CORRIDA REINICIADA.                                  *
      *                                                                *
      * LAS ENTRADAS DE REVERSION (TIPO 'R') DE UN DIARIO DE BACKOUT   *
      * SE VINCULAN CON LA ENTRADA ORIGINAL YA CARGADA (MISMO NROCLI,  *
      * SECUENCIA ORIGINAL, ACCION INVERSA E IMAGENES CRUZADAS), QUE   *
      * QUEDA MARCADA REVERT = 'S'. TODO SE CONFIRMA CON UN UNICO      *
      * COMMIT AL FINAL: ANTE UN ERROR NO QUEDA NADA CARGADO           *
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
      * DIARIO DE MNTCLI01 A CARGAR (APLICACION O BACKOUT) *
             SELECT JRNL-IN ASSIGN DDJRNL
             FILE STATUS IS WS-FS-JRNLI.

      * LISTADO DE CONTROL DE LA CARGA *
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

      * ENTRADA DEL DIARIO, LAYOUT WS-REG-JRNL DE MNTCLI01; SE LEE CON  *
      * READ INTO WS-REG-JRNL                                           *
       FD JRNL-IN
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-JRNL-IN               PIC X(150).

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

      * CONTROL FILE STATUS DEL DIARIO Y DEL LISTADO; ARRANCAN EN       *
      * BLANCOS PARA QUE 9100 NO LES ATRIBUYA UNA FALLA PREVIA A SU     *
      * APERTURA                                                        *
       01 WS-FS-JRNLI        PIC X(2)     VALUE SPACES.
          88 WS-FSJI-OK                   VALUE '00'.
          88 WS-FSJI-EOF                  VALUE '10'.
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

      * FECHA DE CORRIDA EN FORMATO AAAA-MM-DD (FECHA DE CARGA) *
       01 WS-FECHA-CORRIDA.
          05 FILLER          PIC X(02)    VALUE '20'.
          05 WS-FCO-AA       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-MM       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-DD       PIC 9(02).

      * LAYOUT DEL REGISTRO DEL DIARIO, IGUAL A WS-REG-JRNL DE MNTCLI01 *
       01 WS-REG-JRNL.
          05 WS-JRN-SEQ          PIC 9(07).
          05 WS-JRN-ACCION       PIC X(01).
             88 WS-JRN-ACCION-OK            VALUE 'I' 'U' 'D'.
          05 WS-JRN-NROCLI       PIC 9(09).
          05 WS-JRN-ANT-NOMAPE   PIC X(40).
          05 WS-JRN-ANT-FECNAC   PIC X(10).
          05 WS-JRN-ANT-SEXO     PIC X(01).
          05 WS-JRN-NVO-NOMAPE   PIC X(40).
          05 WS-JRN-NVO-FECNAC   PIC X(10).
          05 WS-JRN-NVO-SEXO     PIC X(01).
          05 WS-JRN-FECHA        PIC X(10).
          05 WS-JRN-HORA         PIC X(08).
          05 WS-JRN-FILAS        PIC 9(04).
          05 WS-JRN-TIPO         PIC X(01).
             88 WS-JRN-REVERSION            VALUE 'R'.
          05 WS-JRN-SEQ-ORIG     PIC 9(07).
          05 FILLER              PIC X(01).

      * IDENTIFICACION DEL DIARIO: FECHA + HORA DE SU PRIMERA ENTRADA *
       01 WS-JRNID.
          05 WS-JRNID-FECHA  PIC X(10).
          05 WS-JRNID-HORA   PIC X(08).

      * INDICADOR DE DIARIO YA REGISTRADO EN TBAUDJRN *
       01 WS-SW-CONTROL      PIC X(01)    VALUE 'N'.
          88 WS-DIARIO-CONOCIDO           VALUE 'S'.

      * INDICADOR DE DIARIO CON ENTRADAS INVALIDAS (NO SE CARGA NADA) *
       01 WS-SW-INVALIDO     PIC X(01)    VALUE 'N'.
          88 WS-DIARIO-INVALIDO           VALUE 'S'.

      * CONTROL DE SECUENCIA: ULTIMA SECUENCIA LEIDA DEL ARCHIVO Y      *
      * ULTIMA SECUENCIA PRESENTE EN TBAUDCLI PARA ESTE DIARIO          *
       01 WS-SEQ-ANTERIOR    PIC 9(07)    VALUE ZEROS.
       01 WS-ULT-CARGADA     PIC 9(07)    VALUE ZEROS.

      * VARIABLES HOST DE LA BUSQUEDA DE LA ENTRADA ORIGINAL DE UNA     *
      * REVERSION Y DEL BORRADO POR REINICIO                            *
       01 WS-BUS-ACCION      PIC X(01)    VALUE SPACE.
       01 WS-BUS-SEQ         PIC S9(09)   COMP   VALUE ZEROS.
       01 WS-ORI-JRNID       PIC X(18)    VALUE SPACES.
       01 WS-ORI-SEQ         PIC S9(09)   COMP   VALUE ZEROS.
       01 WS-FILAS-BORRADAS  PIC S9(09)   COMP   VALUE ZEROS.

      * INDICADOR DE CUAL CONSULTA SQL ESTA EN CURSO, PARA QUE          *
      * 2600-ERROR-SQL IDENTIFIQUE CORRECTAMENTE DONDE OCURRIO UN ERROR *
       01 WS-SW-CONSULTA     PIC X(01)    VALUE SPACE.
          88 WS-CONSULTA-CONTROL          VALUE '1'.
          88 WS-CONSULTA-BORRADO          VALUE '2'.
          88 WS-CONSULTA-ORIGINAL         VALUE '3'.
          88 WS-CONSULTA-MARCA            VALUE '4'.
          88 WS-CONSULTA-ALTA             VALUE '5'.
          88 WS-CONSULTA-REGISTRO         VALUE '6'.
          88 WS-CONSULTA-CONFIRMA         VALUE '7'.

      * TOTALIZADORES DE LA CORRIDA *
       01 WS-TOTALES.
          05 WS-TOT-LEIDAS   PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-CARGADAS PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-YA-CARG  PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-ANULADAS PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-REVERS   PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-VINCUL   PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-SIN-ORIG PIC 9(07)    VALUE ZEROS.

       77 WS-MASCARA         PIC Z(8)9     VALUE ZEROS.

      * INDICADOR DE TIPO DE LINEA A GRABAR EN 2500-GRABAR-SALIDA *
       01 WS-SW-LINEA        PIC X(01)    VALUE SPACE.
          88 WS-LIN-MENSAJE               VALUE '1'.
          88 WS-LIN-TOTAL                 VALUE '2'.

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
             'AUDCLI01 - CARGA DE DIARIO A AUDITORIA'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TIT-FECHA    PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE 'PAG. '.
          05 WS-TIT-PAGINA   PIC ZZZ9.
          05 FILLER          PIC X(27)    VALUE SPACES.

       01 WS-LINEA-VACIA     PIC X(132)   VALUE SPACES.

      * LINEA DE MENSAJE (IDENTIFICACION DEL DIARIO Y AVISOS) *
       01 WS-LINEA-MENSAJE.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 AUD-MSG-TEXTO   PIC X(100).
          05 FILLER          PIC X(27)    VALUE SPACES.

      * LINEA DE TOTALES DE LA CORRIDA *
       01 WS-LINEA-TOTAL.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 AUD-TOT-TEXTO   PIC X(40).
          05 AUD-TOT-CANT    PIC Z(8)9.
          05 FILLER          PIC X(78)    VALUE SPACES.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN DE LA AUDITORIA *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBAUDCLI END-EXEC.
                EXEC SQL INCLUDE TBAUDJRN END-EXEC.

       77  FILLER            PIC X(26)    VALUE '* FINAL  WS *'.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       DECLARATIVES.
       ERROR-FILES SECTION.
            USE AFTER STANDARD ERROR PROCEDURE ON OUTPUT.
       MANEJADOR-PROCESO.
            PERFORM 9100-MANEJAR-ERROR-ARCHIVO.

       ERROR-FILES-INPUT SECTION.
            USE AFTER STANDARD ERROR PROCEDURE ON JRNL-IN.
       MANEJADOR-PROCESO-INPUT.
            PERFORM 9100-MANEJAR-ERROR-ARCHIVO.
       END DECLARATIVES.

           EXEC SQL
             WHENEVER SQLERROR GO TO 2600-ERROR-SQL
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
           .
       1000-F-INICIO.   EXIT.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE PROCESOS                   *
      ******************************************************************
       2000-I-PROCESO.

           OPEN OUTPUT ERR-LOG
           OPEN OUTPUT LISTADO
           OPEN INPUT  JRNL-IN

      *> UNA CONSULTA SIN FILAS SE RESUELVE EN CADA PARRAFO POR SQLCODE
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           READ JRNL-IN INTO WS-REG-JRNL
           AT END
              CONTINUE
           END-READ
           IF WS-FSJI-EOF
              MOVE 'DIARIO DDJRNL SIN ENTRADAS - NADA PARA CARGAR'
                TO AUD-MSG-TEXTO
              SET WS-LIN-MENSAJE TO TRUE
              PERFORM 2500-GRABAR-SALIDA
              DISPLAY 'DIARIO DDJRNL SIN ENTRADAS - NADA PARA CARGAR'
              SET WS-PGM-FIN TO TRUE
              GO TO 2000-F-PROCESO
           END-IF

           PERFORM 2100-IDENTIFICAR-DIARIO

           PERFORM UNTIL NOT WS-FSJI-OK OR WS-DIARIO-INVALIDO
              PERFORM 2200-PROCESAR-ENTRADA
              READ JRNL-IN INTO WS-REG-JRNL
              AT END
                 CONTINUE
              END-READ
           END-PERFORM

           PERFORM 2700-CERRAR-CARGA

           SET WS-PGM-FIN TO TRUE      *> UNA SOLA PASADA
           EXIT PARAGRAPH.
       2000-F-PROCESO. EXIT.

      ******************************************************************
      * 2100-IDENTIFICAR-DIARIO : ARMA EL JRNID CON LA PRIMERA ENTRADA  *
      * Y BUSCA EL DIARIO EN TBAUDJRN; SI YA SE CARGO, RETOMA DESDE LA  *
      * ULTIMA SECUENCIA CARGADA                                        *
      ******************************************************************
       2100-IDENTIFICAR-DIARIO.

           MOVE WS-JRN-FECHA   TO WS-JRNID-FECHA
           MOVE WS-JRN-HORA    TO WS-JRNID-HORA
           MOVE WS-JRNID       TO WT-AJR-JRNID
           IF WS-JRN-REVERSION
              MOVE 'B'         TO WT-AJR-TIPO
           ELSE
              MOVE 'A'         TO WT-AJR-TIPO
           END-IF

           SET WS-CONSULTA-CONTROL TO TRUE
           EXEC SQL
             SELECT ULTSEQ, CANTREG, CANTLEI
                  INTO :WT-AJR-ULTSEQ, :WT-AJR-CANTREG,
                       :WT-AJR-CANTLEI
                  FROM KC02803.TBAUDJRN
                  WHERE JRNID = :WT-AJR-JRNID
           END-EXEC

           IF SQLCODE = 0
              SET WS-DIARIO-CONOCIDO TO TRUE
              MOVE WT-AJR-ULTSEQ TO WS-ULT-CARGADA
           ELSE
              MOVE ZEROS         TO WT-AJR-ULTSEQ, WT-AJR-CANTREG,
                                    WT-AJR-CANTLEI
           END-IF

           MOVE SPACES TO AUD-MSG-TEXTO
           STRING 'DIARIO ' WS-JRNID-FECHA ' ' WS-JRNID-HORA
                  DELIMITED BY SIZE
             INTO AUD-MSG-TEXTO
           END-STRING
           IF WT-AJR-TIPO = 'B'
              MOVE '(BACKOUT)'     TO AUD-MSG-TEXTO(30:9)
           ELSE
              MOVE '(APLICACION)'  TO AUD-MSG-TEXTO(30:12)
           END-IF
           IF WS-DIARIO-CONOCIDO
              MOVE WS-ULT-CARGADA TO WS-MASCARA
              STRING '- YA REGISTRADO, CARGADO HASTA LA SECUENCIA '
                     WS-MASCARA
                     DELIMITED BY SIZE
                INTO AUD-MSG-TEXTO(44:57)
              END-STRING
           ELSE
              MOVE '- PRIMERA CARGA' TO AUD-MSG-TEXTO(44:15)
           END-IF
           SET WS-LIN-MENSAJE TO TRUE
           PERFORM 2500-GRABAR-SALIDA
           EXIT PARAGRAPH.

      ******************************************************************
      * 2200-PROCESAR-ENTRADA : CONTROLA LA ENTRADA LEIDA Y LA CARGA SI *
      * TODAVIA NO ESTA EN TBAUDCLI. UNA SECUENCIA QUE VUELVE ATRAS ES  *
      * EL REINICIO DE MNTCLI01: LO CARGADO DESDE ESA SECUENCIA NO SE   *
      * HABIA CONFIRMADO EN DB2 Y SE REEMPLAZA. LOS REGISTROS YA        *
      * CONSUMIDOS POR UNA CARGA ANTERIOR DEL DIARIO SOLO SE SALTEAN    *
      ******************************************************************
       2200-PROCESAR-ENTRADA.

           ADD 1 TO WS-TOT-LEIDAS

      *> UN REINICIO YA TRATADO EN UNA CARGA ANTERIOR NO DEBE VOLVER A
      *> BORRAR NI RECARGAR NADA (SE PERDERIAN LAS MARCAS DE REVERSION
      *> PUESTAS DESPUES); SOLO SE TOMA SU SECUENCIA PARA DETECTAR UN
      *> REINICIO EN LO QUE SIGUE
           IF WS-TOT-LEIDAS NOT > WT-AJR-CANTLEI
              ADD 1 TO WS-TOT-YA-CARG
              IF WS-JRN-SEQ NUMERIC
                 MOVE WS-JRN-SEQ TO WS-SEQ-ANTERIOR
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF WS-JRN-SEQ NOT NUMERIC
              OR WS-JRN-NROCLI NOT NUMERIC
              OR NOT WS-JRN-ACCION-OK
              MOVE WS-TOT-LEIDAS TO WS-MASCARA
              MOVE SPACES TO AUD-MSG-TEXTO
              STRING 'ENTRADA INVALIDA EN EL REGISTRO ' WS-MASCARA
                     ' DEL DIARIO - NO SE CARGA NADA'
                     DELIMITED BY SIZE
                INTO AUD-MSG-TEXTO
              END-STRING
              SET WS-LIN-MENSAJE TO TRUE
              PERFORM 2500-GRABAR-SALIDA
              SET WS-DIARIO-INVALIDO TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-JRN-SEQ NOT > WS-SEQ-ANTERIOR
              PERFORM 2250-ANULAR-POR-REINICIO
           END-IF
           MOVE WS-JRN-SEQ TO WS-SEQ-ANTERIOR

           IF WS-JRN-SEQ > WS-ULT-CARGADA
              PERFORM 2300-CARGAR-ENTRADA
              MOVE WS-JRN-SEQ TO WS-ULT-CARGADA
           ELSE
              ADD 1 TO WS-TOT-YA-CARG
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2250-ANULAR-POR-REINICIO : BORRA DE TBAUDCLI LAS ENTRADAS DE    *
      * ESTE DIARIO DESDE LA SECUENCIA REPETIDA EN ADELANTE (YA SEAN DE *
      * ESTA CARGA O DE UNA ANTERIOR); LAS VIGENTES SON LAS QUE SIGUEN  *
      ******************************************************************
       2250-ANULAR-POR-REINICIO.

           MOVE WS-JRNID   TO WT-AUD-JRNID
           MOVE WS-JRN-SEQ TO WS-BUS-SEQ

           SET WS-CONSULTA-BORRADO TO TRUE
           EXEC SQL
             DELETE FROM KC02803.TBAUDCLI
              WHERE JRNID  = :WT-AUD-JRNID
                AND JRNSEQ >= :WS-BUS-SEQ
           END-EXEC

           MOVE ZEROS TO WS-FILAS-BORRADAS
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-FILAS-BORRADAS
           END-IF
           ADD WS-FILAS-BORRADAS TO WS-TOT-ANULADAS

           IF WS-ULT-CARGADA >= WS-JRN-SEQ
              COMPUTE WS-ULT-CARGADA = WS-JRN-SEQ - 1
           END-IF

           MOVE WS-JRN-SEQ TO WS-MASCARA
           MOVE SPACES TO AUD-MSG-TEXTO
           STRING 'REINICIO DE MNTCLI01 EN LA SECUENCIA ' WS-MASCARA
                  ' - SE REEMPLAZAN LAS ENTRADAS NO CONFIRMADAS'
                  DELIMITED BY SIZE
             INTO AUD-MSG-TEXTO
           END-STRING
           SET WS-LIN-MENSAJE TO TRUE
           PERFORM 2500-GRABAR-SALIDA
           EXIT PARAGRAPH.

      ******************************************************************
      * 2300-CARGAR-ENTRADA : INSERTA LA ENTRADA EN TBAUDCLI; UNA       *
      * REVERSION SE VINCULA ANTES CON SU ENTRADA ORIGINAL              *
      ******************************************************************
       2300-CARGAR-ENTRADA.

           MOVE WS-JRNID            TO WT-AUD-JRNID
           MOVE WS-JRN-SEQ          TO WT-AUD-JRNSEQ
           MOVE WS-JRN-ACCION       TO WT-AUD-ACCION
           MOVE WS-JRN-NROCLI       TO WT-AUD-NROCLI
           MOVE WS-JRN-ANT-NOMAPE   TO WT-AUD-ANTNOM
           MOVE WS-JRN-ANT-FECNAC   TO WT-AUD-ANTFEC
           MOVE WS-JRN-ANT-SEXO     TO WT-AUD-ANTSEX
           MOVE WS-JRN-NVO-NOMAPE   TO WT-AUD-NVONOM
           MOVE WS-JRN-NVO-FECNAC   TO WT-AUD-NVOFEC
           MOVE WS-JRN-NVO-SEXO     TO WT-AUD-NVOSEX
           MOVE WS-JRN-FECHA        TO WT-AUD-FECHA
           MOVE WS-JRN-HORA         TO WT-AUD-HORA
      *> UN DIARIO VIEJO, ANTERIOR AL CAMPO DE FILAS AFECTADAS, TRAE
      *> BLANCOS EN ESA POSICION: SE ASUME UNA SOLA FILA
           IF WS-JRN-FILAS NUMERIC
              MOVE WS-JRN-FILAS     TO WT-AUD-FILAS
           ELSE
              MOVE 1                TO WT-AUD-FILAS
           END-IF
           MOVE 'N'                 TO WT-AUD-REVERT
           MOVE SPACES              TO WT-AUD-ORIJRN
           MOVE ZEROS               TO WT-AUD-ORISEQ
           MOVE WS-FECHA-CORRIDA    TO WT-AUD-FECCAR

           IF WS-JRN-REVERSION AND WS-JRN-SEQ-ORIG NUMERIC
              MOVE 'R'              TO WT-AUD-TIPO
              ADD 1 TO WS-TOT-REVERS
              PERFORM 2400-VINCULAR-ORIGINAL
           ELSE
              MOVE 'N'              TO WT-AUD-TIPO
           END-IF

           SET WS-CONSULTA-ALTA TO TRUE
           EXEC SQL
             INSERT INTO KC02803.TBAUDCLI
                    (JRNID, JRNSEQ, TIPO, ACCION, NROCLI,
                     ANTNOM, ANTFEC, ANTSEX,
                     NVONOM, NVOFEC, NVOSEX,
                     FECHA, HORA, FILAS, REVERT,
                     ORIJRN, ORISEQ, FECCAR)
             VALUES (:WT-AUD-JRNID, :WT-AUD-JRNSEQ, :WT-AUD-TIPO,
                     :WT-AUD-ACCION, :WT-AUD-NROCLI,
                     :WT-AUD-ANTNOM, :WT-AUD-ANTFEC, :WT-AUD-ANTSEX,
                     :WT-AUD-NVONOM, :WT-AUD-NVOFEC, :WT-AUD-NVOSEX,
                     :WT-AUD-FECHA, :WT-AUD-HORA, :WT-AUD-FILAS,
                     :WT-AUD-REVERT, :WT-AUD-ORIJRN, :WT-AUD-ORISEQ,
                     :WT-AUD-FECCAR)
           END-EXEC

           ADD 1 TO WS-TOT-CARGADAS
           EXIT PARAGRAPH.

      ******************************************************************
      * 2400-VINCULAR-ORIGINAL : BUSCA LA ENTRADA QUE LA REVERSION      *
      * DESHIZO: MISMO NROCLI, LA SECUENCIA ORIGINAL, LA ACCION INVERSA *
      * (LA BAJA REVIERTE UN ALTA Y VICEVERSA) Y LAS IMAGENES CRUZADAS, *
      * TODAVIA NO REVERTIDA Y DE FECHA NO POSTERIOR; LA MAS RECIENTE   *
      * SI HUBIERA MAS DE UNA. LA MARCA REVERT = 'S'                    *
      ******************************************************************
       2400-VINCULAR-ORIGINAL.

           EVALUATE WS-JRN-ACCION
             WHEN 'I'
                  MOVE 'D' TO WS-BUS-ACCION
             WHEN 'D'
                  MOVE 'I' TO WS-BUS-ACCION
             WHEN OTHER
                  MOVE 'U' TO WS-BUS-ACCION
           END-EVALUATE
           MOVE WS-JRN-SEQ-ORIG TO WS-BUS-SEQ

           SET WS-CONSULTA-ORIGINAL TO TRUE
           EXEC SQL
             SELECT JRNID, JRNSEQ
                  INTO :WS-ORI-JRNID, :WS-ORI-SEQ
                  FROM KC02803.TBAUDCLI
                  WHERE NROCLI = :WT-AUD-NROCLI
                    AND JRNSEQ = :WS-BUS-SEQ
                    AND ACCION = :WS-BUS-ACCION
                    AND REVERT = 'N'
                    AND JRNID <> :WT-AUD-JRNID
                    AND NVONOM = :WT-AUD-ANTNOM
                    AND NVOFEC = :WT-AUD-ANTFEC
                    AND NVOSEX = :WT-AUD-ANTSEX
                    AND ANTNOM = :WT-AUD-NVONOM
                    AND ANTFEC = :WT-AUD-NVOFEC
                    AND ANTSEX = :WT-AUD-NVOSEX
                    AND FECHA <= :WT-AUD-FECHA
                  ORDER BY FECHA DESC, HORA DESC
                  FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
              ADD 1 TO WS-TOT-SIN-ORIG
              MOVE WS-JRN-NROCLI TO WS-MASCARA
              MOVE SPACES TO AUD-MSG-TEXTO
              STRING 'REVERSION DEL NROCLI ' WS-MASCARA
                     ' SIN ENTRADA ORIGINAL CARGADA - SE CARGA '
                     'SIN VINCULO'
                     DELIMITED BY SIZE
                INTO AUD-MSG-TEXTO
              END-STRING
              SET WS-LIN-MENSAJE TO TRUE
              PERFORM 2500-GRABAR-SALIDA
              EXIT PARAGRAPH
           END-IF

           MOVE WS-ORI-JRNID TO WT-AUD-ORIJRN
           MOVE WS-ORI-SEQ   TO WT-AUD-ORISEQ

           SET WS-CONSULTA-MARCA TO TRUE
           EXEC SQL
             UPDATE KC02803.TBAUDCLI
                SET REVERT = 'S'
              WHERE JRNID  = :WS-ORI-JRNID
                AND JRNSEQ = :WS-ORI-SEQ
           END-EXEC

           ADD 1 TO WS-TOT-VINCUL
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
             WHEN WS-LIN-MENSAJE
                  WRITE REG-SALIDA FROM WS-LINEA-MENSAJE
             WHEN WS-LIN-TOTAL
                  WRITE REG-SALIDA FROM WS-LINEA-TOTAL
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2600-ERROR-SQL : DESTINO DEL WHENEVER SQLERROR, COMUN A TODAS   *
      * LAS CONSULTAS DEL PROGRAMA; DESHACE TODA LA CARGA, ASI EL       *
      * DIARIO PUEDE VOLVER A CARGARSE ENTERO                           *
      ******************************************************************
       2600-ERROR-SQL.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           EVALUATE TRUE
             WHEN WS-CONSULTA-CONTROL
                  MOVE 'SELECT TBAUDJRN (CONTROL)'     TO WS-ACCION
             WHEN WS-CONSULTA-BORRADO
                  MOVE 'DELETE TBAUDCLI (REINICIO)'    TO WS-ACCION
             WHEN WS-CONSULTA-ORIGINAL
                  MOVE 'SELECT TBAUDCLI (ORIGINAL)'    TO WS-ACCION
             WHEN WS-CONSULTA-MARCA
                  MOVE 'UPDATE TBAUDCLI (REVERTIDA)'   TO WS-ACCION
             WHEN WS-CONSULTA-ALTA
                  MOVE 'INSERT TBAUDCLI'               TO WS-ACCION
             WHEN WS-CONSULTA-REGISTRO
                  MOVE 'INSERT/UPDATE TBAUDJRN'        TO WS-ACCION
             WHEN WS-CONSULTA-CONFIRMA
                  MOVE 'COMMIT (CARGA DE DIARIO)'      TO WS-ACCION
             WHEN OTHER
                  MOVE 'CONSULTA SQL DESCONOCIDA'      TO WS-ACCION
           END-EVALUATE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'SE HIZO ROLLBACK: EL DIARIO NO QUEDO CARGADO Y '
                   'PUEDE VOLVER A PROCESARSE'
           MOVE 9999 TO RETURN-CODE
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 2700-CERRAR-CARGA : SI EL DIARIO ERA VALIDO Y APORTO ALGO,      *
      * REGISTRA EN TBAUDJRN HASTA DONDE QUEDO CARGADO Y CONFIRMA TODO; *
      * UN DIARIO SIN REGISTROS NUEVOS (YA CARGADO POR COMPLETO) SE     *
      * RECHAZA CON RC 8                                                *
      ******************************************************************
       2700-CERRAR-CARGA.

           IF WS-DIARIO-INVALIDO
              EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY 'DIARIO DDJRNL CON ENTRADAS INVALIDAS - NO SE '
                      'CARGO NADA'
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

      *> ESTE PARRAFO SIGUE A 2600: EL REGISTRO EN TBAUDJRN Y EL
      *> COMMIT VUELVEN A DESVIARSE A 2600-ERROR-SQL ANTE UN ERROR
           EXEC SQL WHENEVER SQLERROR GO TO 2600-ERROR-SQL END-EXEC

           IF WS-TOT-LEIDAS NOT > WT-AJR-CANTLEI
              OR (WS-TOT-CARGADAS = 0 AND WS-TOT-ANULADAS = 0)
              MOVE 'DIARIO YA CARGADO POR COMPLETO - NO SE VUELVE A '
                TO AUD-MSG-TEXTO
              SET WS-LIN-MENSAJE TO TRUE
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'CARGAR NINGUNA ENTRADA'
                TO AUD-MSG-TEXTO
              PERFORM 2500-GRABAR-SALIDA
              DISPLAY 'DIARIO ' WS-JRNID ' YA CARGADO EN TBAUDCLI - '
                      'CORRIDA RECHAZADA'
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-ULT-CARGADA TO WT-AJR-ULTSEQ
           COMPUTE WT-AJR-CANTREG = WT-AJR-CANTREG + WS-TOT-CARGADAS
                                  - WS-TOT-ANULADAS
           MOVE WS-TOT-LEIDAS  TO WT-AJR-CANTLEI
           MOVE WS-FECHA-CORRIDA TO WT-AJR-FECCAR
           ACCEPT WS-HORA-ERR  FROM TIME
           MOVE   WS-HOR-ERR-HH TO WS-HOR-ERR-HH2
           MOVE   WS-HOR-ERR-MM TO WS-HOR-ERR-MM2
           MOVE   WS-HOR-ERR-SS TO WS-HOR-ERR-SS2
           MOVE WS-HORA-ERR-IMPR TO WT-AJR-HORCAR

           SET WS-CONSULTA-REGISTRO TO TRUE
           IF WS-DIARIO-CONOCIDO
              EXEC SQL
                UPDATE KC02803.TBAUDJRN
                   SET ULTSEQ  = :WT-AJR-ULTSEQ,
                       CANTREG = :WT-AJR-CANTREG,
                       CANTLEI = :WT-AJR-CANTLEI,
                       FECCAR  = :WT-AJR-FECCAR,
                       HORCAR  = :WT-AJR-HORCAR
                 WHERE JRNID   = :WT-AJR-JRNID
              END-EXEC
           ELSE
              EXEC SQL
                INSERT INTO KC02803.TBAUDJRN
                       (JRNID, TIPO, FECCAR, HORCAR, ULTSEQ, CANTREG,
                        CANTLEI)
                VALUES (:WT-AJR-JRNID, :WT-AJR-TIPO, :WT-AJR-FECCAR,
                        :WT-AJR-HORCAR, :WT-AJR-ULTSEQ,
                        :WT-AJR-CANTREG, :WT-AJR-CANTLEI)
              END-EXEC
           END-IF

           SET WS-CONSULTA-CONFIRMA TO TRUE
           EXEC SQL COMMIT END-EXEC
           EXIT PARAGRAPH.

      ******************************************************************
      *                    CUERPO PRINCIPAL FINAL                      *
      ******************************************************************
       3000-I-FINAL.

           IF NOT WS-CIERRE-HECHO AND RETURN-CODE NOT = 9999
              WRITE REG-SALIDA FROM WS-LINEA-VACIA
              SET WS-LIN-TOTAL TO TRUE
              MOVE 'ENTRADAS LEIDAS DEL DIARIO       :' TO AUD-TOT-TEXTO
              MOVE WS-TOT-LEIDAS   TO AUD-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'ENTRADAS CARGADAS EN TBAUDCLI    :' TO AUD-TOT-TEXTO
              MOVE WS-TOT-CARGADAS TO AUD-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'ENTRADAS YA CARGADAS (SALTEADAS) :' TO AUD-TOT-TEXTO
              MOVE WS-TOT-YA-CARG  TO AUD-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'ENTRADAS ANULADAS POR REINICIO   :' TO AUD-TOT-TEXTO
              MOVE WS-TOT-ANULADAS TO AUD-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'REVERSIONES CARGADAS             :' TO AUD-TOT-TEXTO
              MOVE WS-TOT-REVERS   TO AUD-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'REVERSIONES VINCULADAS           :' TO AUD-TOT-TEXTO
              MOVE WS-TOT-VINCUL   TO AUD-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'REVERSIONES SIN ORIGINAL CARGADA :' TO AUD-TOT-TEXTO
              MOVE WS-TOT-SIN-ORIG TO AUD-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
           END-IF

           DISPLAY 'ENTRADAS LEIDAS         : ' WS-TOT-LEIDAS
           DISPLAY 'ENTRADAS CARGADAS       : ' WS-TOT-CARGADAS
           DISPLAY 'ENTRADAS YA CARGADAS    : ' WS-TOT-YA-CARG
           DISPLAY 'ANULADAS POR REINICIO   : ' WS-TOT-ANULADAS
           DISPLAY 'REVERSIONES / VINCULADAS: ' WS-TOT-REVERS ' / '
                   WS-TOT-VINCUL

           IF NOT WS-CIERRE-HECHO
              PERFORM 9200-CERRAR-TODO
           END-IF
           .
       3000-F-FINAL. EXIT.
      *
      ******************************************************************
      * 9100-MANEJAR-ERROR-ARCHIVO : DESTINO DE LOS DECLARATIVOS DE     *
      * ERROR - IDENTIFICA EL ARCHIVO QUE FALLO, LO REGISTRA EN EL LOG  *
      * DE ERRORES, DESHACE LA CARGA Y CIERRA LO QUE QUEDO ABIERTO      *
      ******************************************************************
       9100-MANEJAR-ERROR-ARCHIVO.

           IF WS-CIERRE-HECHO
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
             WHEN NOT WS-FSJI-OK AND NOT WS-FSJI-EOF
                  AND WS-FS-JRNLI NOT = SPACES
                  MOVE 'LECTURA DIARIO (DDJRNL)'     TO WS-ACCION
                  MOVE WS-FS-JRNLI  TO WS-CODE-SAL
             WHEN NOT WS-FSS-OK AND WS-FS-SALIDA NOT = SPACES
                  MOVE 'ESCRITURA LISTADO (DDSALE)'  TO WS-ACCION
                  MOVE WS-FS-SALIDA TO WS-CODE-SAL
             WHEN OTHER
                  MOVE 'ARCHIVO DESCONOCIDO'          TO WS-ACCION
           END-EVALUATE
           SET WS-CIERRE-HECHO TO TRUE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION WS-CODE-SAL

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'SE HIZO ROLLBACK: EL DIARIO NO QUEDO CARGADO Y '
                   'PUEDE VOLVER A PROCESARSE'

           MOVE 8 TO RETURN-CODE
           PERFORM 9200-CERRAR-TODO
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 9200-CERRAR-TODO : CIERRA LOS ARCHIVOS ABIERTOS POR EL PROGRAMA*
      ******************************************************************
       9200-CERRAR-TODO.

           SET WS-CIERRE-HECHO TO TRUE
           CLOSE JRNL-IN
           CLOSE LISTADO
           CLOSE ERR-LOG
           EXIT PARAGRAPH.

      ******************************************************************
      * 9000-GRABAR-ERROR-LOG : ARMA Y GRABA UN REGISTRO EN EL LOG DE   *
      * ERRORES (DDERRLOG) CON LA FECHA/HORA, LA ACCION QUE FALLO, EL   *
      * SQLCODE/FILE STATUS, Y EL CLIENTE DE LA ENTRADA EN PROCESO      *
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
           MOVE WT-AUD-NROCLI      TO REG-ERR-NROCLI
           MOVE WT-AUD-NVOFEC(1:4) TO REG-ERR-ANIO-NAC
           MOVE WT-AUD-NVOSEX      TO REG-ERR-SEXO

           WRITE REG-ERRLOG
           EXIT PARAGRAPH.
