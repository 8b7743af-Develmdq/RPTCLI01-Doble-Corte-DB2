      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPCLI01.

      ******************************************************************
      *   PGM DE DETECCION DE PROBABLES PERSONAS DUPLICADAS BAJO       *
      *   DISTINTO NROCLI (TBCURCLI Y, OPCIONALMENTE, TBBAJCLI)        *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * RPTCLI01 Y DEPCLI01 SOLO DETECTAN UN MISMO NROCLI REPETIDO.    *
      * ESTE PROGRAMA BUSCA UNA MISMA PERSONA DADA DE ALTA DOS VECES   *
      * CON NUMEROS DISTINTOS. RECORRE LOS CLIENTES EN ORDEN DE FECNAC *
      * Y COMPARA DE A PARES LOS DE IGUAL FECNAC, GRADUANDO CADA PAR:  *
      *   GRADO 1 - NOMAPE IDENTICO (Y MISMA FECNAC)                   *
      *   GRADO 2 - NOMAPE IGUAL SALVO ESPACIOS Y PUNTUACION           *
      *   GRADO 3 - MISMO APELLIDO, MISMA FECNAC Y MISMO SEXO          *
      * EL APELLIDO ES LO QUE PRECEDE A LA COMA SI NOMAPE LA TIENE Y,  *
      * SI NO, LA ULTIMA PALABRA (NOMAPE ES NOMBRE Y APELLIDO). LAS    *
      * FECNAC CON FORMATO INVALIDO (REGLAS DE RPTCLI01) NO SE         *
      * COMPARAN. CON DDPARM INCLUIR-BAJAS = 'S' SE SUMA LA ULTIMA     *
      * IMAGEN DE CADA RETIRADO DE TBBAJCLI QUE NO VOLVIO A TBCURCLI;  *
      * UN PAR DE DOS RETIRADOS NO SE INFORMA. LOS CLIENTES YA         *
      * SUPRIMIDOS POR OLVCLI01 (NOMAPE = SEUDONIMO DE CPSEUDO) NO SE  *
      * COMPARAN: EL SEUDONIMO ES EL MISMO PARA TODOS.                 *
      *                                                                *
      * SALIDAS: EL LISTADO DE REVISION POR GRADO (DDSALE) Y EL        *
      * ARCHIVO DE PARES (DDPARES), DONDE EL ANALISTA MARCA CADA PAR   *
      * 'M' (MISMA PERSONA) O 'D' (DISTINTA PERSONA). EL DDPARES       *
      * MARCADO SE DEVUELVE EN LA CORRIDA SIGUIENTE COMO DDPARESI: LOS *
      * PARES 'D' NO VUELVEN A LISTARSE Y SE ARRASTRAN SIEMPRE AL      *
      * NUEVO DDPARES, ASI LA DECISION NO SE PIERDE; LOS 'M' SE        *
      * LISTAN COMO CONFIRMADOS MIENTRAS SIGAN DETECTANDOSE. AL        *
      * ARRASTRAR UN PAR 'D', EL NOMAPE DE CADA CLIENTE QUE OLVCLI01   *
      * SUPRIMIO DESDE ENTONCES SE REEMPLAZA POR EL SEUDONIMO          *
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
      * TARJETA DE PARAMETROS (OPCIONAL): INCLUIR RETIRADOS *
             SELECT PARM-FILE ASSIGN DDPARM
             FILE STATUS IS WS-FS-PARM.

      * PARES DE LA CORRIDA ANTERIOR YA MARCADOS POR EL ANALISTA *
             SELECT PARES-IN ASSIGN DDPARESI
             FILE STATUS IS WS-FS-PARESI.

      * PARES DE ESTA CORRIDA, PARA QUE EL ANALISTA LOS MARQUE *
             SELECT PARES-OUT ASSIGN DDPARES
             FILE STATUS IS WS-FS-PARESO.

      * LISTADO DE REVISION *
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

      * TARJETA DE PARAMETROS: INCLUIR-BAJAS (S/N, POR OMISION N) *
       FD PARM-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-PARM.
          05 REG-PARM-BAJAS       PIC X(01).
          05 FILLER               PIC X(79).

      * ARCHIVOS DE PARES, LAYOUT WS-REG-PAR *
       FD PARES-IN
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-PARES-IN              PIC X(150).

       FD PARES-OUT
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-PARES-OUT             PIC X(150).

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

      * CONTROL FILE STATUS DE LOS ARCHIVOS DE PARES *
       01 WS-FS-PARESI       PIC X(2)     VALUE SPACES.
          88 WS-FSPI-OK                   VALUE '00'.
          88 WS-FSPI-EOF                  VALUE '10'.
       01 WS-FS-PARESO       PIC X(2)     VALUE SPACES.
          88 WS-FSPO-OK                   VALUE '00'.

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

      * FECHA DE CORRIDA EN FORMATO AAAA-MM-DD (FECHA DE DETECCION) *
       01 WS-FECHA-CORRIDA.
          05 FILLER          PIC X(02)    VALUE '20'.
          05 WS-FCO-AA       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-MM       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-DD       PIC 9(02).

      * SEUDONIMO DE LOS CLIENTES SUPRIMIDOS, QUE NO SE COMPARAN *
       COPY CPSEUDO.

      * MARCA DE INCLUSION DE RETIRADOS (VARIABLE HOST DEL CURSOR) *
       01 WS-INCLUIR-BAJAS   PIC X(01)    VALUE 'N'.

      * FILAS SUPRIMIDAS DE UN NROCLI DE UN PAR 'D' ARRASTRADO (VARIABLE*
      * HOST) Y SU RESULTADO                                            *
       01 WS-CANT-SEUDON     PIC S9(09)   COMP   VALUE ZEROS.
       01 WS-SW-SEUDON       PIC X(01)    VALUE 'N'.
          88 WS-NROCLI-SUPRIMIDO          VALUE 'S'.
          88 WS-SEUDON-ERROR              VALUE 'E'.

      * ORIGEN DE LA FILA LEIDA: 'C' TBCURCLI, 'B' TBBAJCLI *
       01 WS-ORIGEN          PIC X(01)    VALUE SPACE.

      * LAYOUT DEL REGISTRO DE PARES (DDPARES / DDPARESI). EL PAR VA    *
      * SIEMPRE CON EL NROCLI MENOR EN A. PAR-MARCA: BLANCO PENDIENTE,  *
      * 'M' MISMA PERSONA, 'D' DISTINTA PERSONA                         *
       01 WS-REG-PAR.
          05 PAR-NROCLI-A        PIC 9(09).
          05 FILLER              PIC X(01)    VALUE SPACE.
          05 PAR-ORIGEN-A        PIC X(01).
          05 FILLER              PIC X(01)    VALUE SPACE.
          05 PAR-NROCLI-B        PIC 9(09).
          05 FILLER              PIC X(01)    VALUE SPACE.
          05 PAR-ORIGEN-B        PIC X(01).
          05 FILLER              PIC X(01)    VALUE SPACE.
          05 PAR-GRADO           PIC 9(01).
          05 FILLER              PIC X(01)    VALUE SPACE.
          05 PAR-FECNAC          PIC X(10).
          05 FILLER              PIC X(01)    VALUE SPACE.
          05 PAR-SEXO-A          PIC X(01).
          05 PAR-SEXO-B          PIC X(01).
          05 FILLER              PIC X(01)    VALUE SPACE.
          05 PAR-NOMAPE-A        PIC X(40).
          05 FILLER              PIC X(01)    VALUE SPACE.
          05 PAR-NOMAPE-B        PIC X(40).
          05 FILLER              PIC X(01)    VALUE SPACE.
          05 PAR-MARCA           PIC X(01).
             88 PAR-PENDIENTE               VALUE SPACE.
             88 PAR-MISMA                   VALUE 'M'.
             88 PAR-DISTINTA                VALUE 'D'.
          05 FILLER              PIC X(01)    VALUE SPACE.
          05 PAR-FECDET          PIC X(10).
          05 FILLER              PIC X(16)    VALUE SPACES.

      * DECISIONES DE LA CORRIDA ANTERIOR (DDPARESI) *
       01 WS-TABLA-DECISIONES.
          05 WS-DEC-REG      OCCURS 9999 TIMES
                             INDEXED BY WS-DEC-IDX.
             10 WS-DEC-NROCLI-A  PIC 9(09).
             10 WS-DEC-NROCLI-B  PIC 9(09).
             10 WS-DEC-MARCA     PIC X(01).
             10 WS-DEC-FECDET    PIC X(10).
             10 WS-DEC-REGISTRO  PIC X(150).
       01 WS-CANT-DEC        PIC 9(05)    VALUE ZEROS.
       01 WS-SW-DECISION     PIC X(01)    VALUE 'N'.
          88 WS-DECISION-HALLADA          VALUE 'S'.

      * CLIENTES DE LA FECNAC EN CURSO, CON SU NOMBRE NORMALIZADO (SIN  *
      * ESPACIOS NI PUNTUACION) Y SU APELLIDO NORMALIZADO               *
       01 WS-FECNAC-GRUPO    PIC X(10)    VALUE LOW-VALUES.
       01 WS-TABLA-GRUPO.
          05 WS-GRP-REG      OCCURS 2000 TIMES
                             INDEXED BY WS-GRP-I WS-GRP-J.
             10 WS-GRP-NROCLI    PIC 9(09).
             10 WS-GRP-ORIGEN    PIC X(01).
             10 WS-GRP-NOMAPE    PIC X(40).
             10 WS-GRP-SEXO      PIC X(01).
             10 WS-GRP-NORMAL    PIC X(40).
             10 WS-GRP-APELLIDO  PIC X(40).
       01 WS-CANT-GRP        PIC 9(05)    VALUE ZEROS.

      * PARES DETECTADOS EN ESTA CORRIDA (NO INCLUYE LOS 'D') *
       01 WS-TABLA-PARES.
          05 WS-PAR-REG      OCCURS 9999 TIMES
                             INDEXED BY WS-PAR-IDX.
             10 WS-PAR-REGISTRO  PIC X(150).
             10 WS-PAR-GRADO     PIC 9(01).
       01 WS-CANT-PAR        PIC 9(05)    VALUE ZEROS.

      * AREAS DE TRABAJO DE LA NORMALIZACION DE NOMBRES *
       01 WS-NOM-ENTRADA     PIC X(40)    VALUE SPACES.
       01 WS-NOM-NORMAL      PIC X(40)    VALUE SPACES.
       01 WS-NOM-CAR         PIC X(01)    VALUE SPACE.
       01 WS-SUB-CAR         PIC 9(03)    COMP   VALUE ZEROS.
       01 WS-SUB-NORMAL      PIC 9(03)    COMP   VALUE ZEROS.
       01 WS-POS-COMA        PIC 9(03)    COMP   VALUE ZEROS.
       01 WS-POS-FIN         PIC 9(03)    COMP   VALUE ZEROS.
       01 WS-POS-INICIO      PIC 9(03)    COMP   VALUE ZEROS.
       01 WS-LARGO-APE       PIC 9(03)    COMP   VALUE ZEROS.

      * GRADO DEL PAR EN COMPARACION Y GRADO DE LA SECCION IMPRESA *
       01 WS-GRADO           PIC 9(01)    VALUE ZEROS.
       01 WS-GRADO-IMPR      PIC 9(01)    VALUE ZEROS.

      * INDICADORES DE DESBORDE DE LAS TABLAS *
       01 WS-SW-DESBORDE-GRP PIC X(01)    VALUE 'N'.
          88 WS-DESBORDE-GRP              VALUE 'S'.
       01 WS-SW-DESBORDE-PAR PIC X(01)    VALUE 'N'.
          88 WS-DESBORDE-PAR              VALUE 'S'.

      * TOTALIZADORES *
       01 WS-TOTALES.
          05 WS-TOT-LEIDOS   PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-FEC-INV  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-SUPRIM   PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-GRADO    PIC 9(07)    OCCURS 3 TIMES.
          05 WS-TOT-CONFIRM  PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-DISTINTO PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-ARRASTRE PIC 9(07)    VALUE ZEROS.

       77 WS-MASCARA         PIC Z(8)9     VALUE ZEROS.

      * INDICADOR DE TIPO DE LINEA A GRABAR EN 2500-GRABAR-SALIDA *
       01 WS-SW-LINEA        PIC X(01)    VALUE SPACE.
          88 WS-LIN-SECCION               VALUE '1'.
          88 WS-LIN-DETALLE               VALUE '2'.
          88 WS-LIN-TOTAL                 VALUE '3'.
          88 WS-LIN-MENSAJE               VALUE '4'.

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
             'DUPCLI01 - PROBABLES DUPLICADOS'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TIT-FECHA    PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE 'PAG. '.
          05 WS-TIT-PAGINA   PIC ZZZ9.
          05 FILLER          PIC X(27)    VALUE SPACES.

       01 WS-LINEA-VACIA     PIC X(132)   VALUE SPACES.

      * ENCABEZADO DE COLUMNAS DEL DETALLE *
       01 WS-COLUMNAS.
          05 FILLER          PIC X(03)    VALUE SPACES.
          05 FILLER          PIC X(10)    VALUE 'NROCLI'.
          05 FILLER          PIC X(07)    VALUE 'TABLA'.
          05 FILLER          PIC X(41)    VALUE 'NOMAPE'.
          05 FILLER          PIC X(11)    VALUE 'FECNAC'.
          05 FILLER          PIC X(03)    VALUE 'S'.
          05 FILLER          PIC X(13)    VALUE 'ESTADO'.
          05 FILLER          PIC X(44)    VALUE 'DETECTADO'.

      * TITULO DE CADA SECCION (GRADO) DEL LISTADO *
       01 WS-LINEA-SECCION.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(06)    VALUE 'GRADO '.
          05 WS-SEC-GRADO    PIC 9(01).
          05 FILLER          PIC X(03)    VALUE ' - '.
          05 WS-SEC-TEXTO    PIC X(60).
          05 FILLER          PIC X(61)    VALUE SPACES.

      * LINEA DE DETALLE: UNA POR CADA CLIENTE DEL PAR *
       01 WS-REG-DETALLE.
          05 FILLER          PIC X(03)    VALUE SPACES.
          05 WS-DET-NROCLI   PIC Z(8)9.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-TABLA    PIC X(06).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-NOMAPE   PIC X(40).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-FECNAC   PIC X(10).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-SEXO     PIC X(01).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-ESTADO   PIC X(12).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-FECDET   PIC X(10).
          05 FILLER          PIC X(34)    VALUE SPACES.

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
                EXEC SQL INCLUDE TBBAJCLI END-EXEC.

      ******************************************************************
      * CURSOR PERSONAS : CLIENTES VIGENTES Y, SI SE PIDE, LA ULTIMA    *
      * IMAGEN DE CADA RETIRADO QUE NO VOLVIO A TBCURCLI, EN ORDEN DE   *
      * FECNAC PARA COMPARAR DE A GRUPOS DE IGUAL FECHA DE NACIMIENTO   *
      ******************************************************************
           EXEC SQL
             DECLARE PERSONAS CURSOR FOR
               SELECT NROCLI,
                      NOMAPE,
                      FECNAC,
                      SEXO,
                      'C'
                    FROM KC02803.TBCURCLI
               UNION ALL
               SELECT B.NROCLI,
                      B.NOMAPE,
                      B.FECNAC,
                      B.SEXO,
                      'B'
                    FROM KC02803.TBBAJCLI B
                    WHERE :WS-INCLUIR-BAJAS = 'S'
                      AND B.FECBAJA =
                          (SELECT MAX(B2.FECBAJA)
                             FROM KC02803.TBBAJCLI B2
                            WHERE B2.NROCLI = B.NROCLI)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM KC02803.TBCURCLI C
                            WHERE C.NROCLI = B.NROCLI)
               ORDER BY 3, 1
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

           MOVE ZEROS TO WS-TOT-GRADO(1), WS-TOT-GRADO(2),
                         WS-TOT-GRADO(3)

           PERFORM 1100-LEER-PARAMETROS
           IF NOT WS-PGM-FIN
              PERFORM 1200-CARGAR-DECISIONES
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
              IF WS-FSP-OK
                 IF REG-PARM-BAJAS NOT = SPACE
                    MOVE REG-PARM-BAJAS TO WS-INCLUIR-BAJAS
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF

           IF WS-INCLUIR-BAJAS NOT = 'S' AND NOT = 'N'
              DISPLAY 'INCLUIR-BAJAS INVALIDO EN DDPARM: '
                      WS-INCLUIR-BAJAS
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 1200-CARGAR-DECISIONES : CARGA EL DDPARESI DE LA CORRIDA        *
      * ANTERIOR (OPCIONAL; LA PRIMERA CORRIDA NO LO TIENE). UNA MARCA  *
      * QUE NO SEA M NI D SE TOMA COMO PAR PENDIENTE                    *
      ******************************************************************
       1200-CARGAR-DECISIONES.

           OPEN INPUT PARES-IN
           IF NOT WS-FSPI-OK
              DISPLAY 'SIN DDPARESI - NO HAY DECISIONES ANTERIORES'
              EXIT PARAGRAPH
           END-IF

           READ PARES-IN INTO WS-REG-PAR
           PERFORM UNTIL NOT WS-FSPI-OK
              IF PAR-NROCLI-A NUMERIC AND PAR-NROCLI-B NUMERIC
                 IF WS-CANT-DEC < 9999
                    ADD 1 TO WS-CANT-DEC
                    SET WS-DEC-IDX TO WS-CANT-DEC
                    IF NOT PAR-MISMA AND NOT PAR-DISTINTA
                       MOVE SPACE TO PAR-MARCA
                    END-IF
                    MOVE PAR-NROCLI-A TO WS-DEC-NROCLI-A(WS-DEC-IDX)
                    MOVE PAR-NROCLI-B TO WS-DEC-NROCLI-B(WS-DEC-IDX)
                    MOVE PAR-MARCA    TO WS-DEC-MARCA(WS-DEC-IDX)
                    MOVE PAR-FECDET   TO WS-DEC-FECDET(WS-DEC-IDX)
                    MOVE WS-REG-PAR   TO WS-DEC-REGISTRO(WS-DEC-IDX)
                 ELSE
                    DISPLAY 'DDPARESI SUPERA 9999 PARES - NO SE PUEDE '
                            'CONSERVAR TODAS LAS DECISIONES'
                    MOVE 8 TO RETURN-CODE
                    SET WS-PGM-FIN TO TRUE
                    CLOSE PARES-IN
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              READ PARES-IN INTO WS-REG-PAR
           END-PERFORM

           IF NOT WS-FSPI-EOF
              DISPLAY 'ERROR DE LECTURA EN DDPARESI - FILE STATUS '
                      WS-FS-PARESI
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
           END-IF
           CLOSE PARES-IN
           EXIT PARAGRAPH.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE PROCESOS                   *
      ******************************************************************
       2000-I-PROCESO.

           OPEN OUTPUT ERR-LOG
           OPEN OUTPUT LISTADO
           OPEN OUTPUT PARES-OUT

           SET WS-OPEN-CURSOR TO TRUE
           EXEC SQL OPEN PERSONAS END-EXEC

      *> EL FIN DE DATOS DEL CURSOR SE RESUELVE EN EL PROPIO FETCH
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

      *> CORTE DE CONTROL POR FECNAC: AL CAMBIAR LA FECHA SE COMPARAN
      *> DE A PARES LOS CLIENTES ACUMULADOS DEL GRUPO QUE TERMINA
           PERFORM 2100-LEER-CURSOR
           PERFORM UNTIL SQLCODE NOT = 0
              IF WT-FECNAC NOT = WS-FECNAC-GRUPO
                 PERFORM 2300-COMPARAR-GRUPO
                 MOVE WT-FECNAC TO WS-FECNAC-GRUPO
                 MOVE ZEROS     TO WS-CANT-GRP
              END-IF
              PERFORM 2200-AGREGAR-AL-GRUPO
              PERFORM 2100-LEER-CURSOR
           END-PERFORM
           PERFORM 2300-COMPARAR-GRUPO

           SET WS-CLOSE-CURSOR TO TRUE
           EXEC SQL CLOSE PERSONAS END-EXEC

           PERFORM 2700-GRABAR-PARES
           PERFORM 2800-IMPRIMIR-PARES

           SET WS-PGM-FIN TO TRUE      *> UNA SOLA PASADA
           EXIT PARAGRAPH.
       2000-F-PROCESO. EXIT.

      ******************************************************************
      * 2100-LEER-CURSOR : LEE LA SIGUIENTE PERSONA                     *
      ******************************************************************
       2100-LEER-CURSOR.

           SET WS-FETCH-CURSOR TO TRUE
           EXEC SQL FETCH PERSONAS INTO :WT-NROCLI,
                                        :WT-NOMAPE,
                                        :WT-FECNAC,
                                        :WT-SEXO,
                                        :WS-ORIGEN
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-TOT-LEIDOS
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2200-AGREGAR-AL-GRUPO : SUMA LA PERSONA LEIDA AL GRUPO DE SU    *
      * FECNAC, CON SU NOMBRE Y SU APELLIDO YA NORMALIZADOS             *
      ******************************************************************
       2200-AGREGAR-AL-GRUPO.

           IF WT-NOMAPE = WS-SEUDONIMO
              ADD 1 TO WS-TOT-SUPRIM
              EXIT PARAGRAPH
           END-IF

           IF WS-CANT-GRP NOT < 2000
              IF NOT WS-DESBORDE-GRP
                 SET WS-DESBORDE-GRP TO TRUE
                 DISPLAY 'MAS DE 2000 CLIENTES CON FECNAC ' WT-FECNAC
                         ' - SOLO SE COMPARAN LOS PRIMEROS 2000'
              END-IF
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-GRP
           SET WS-GRP-I TO WS-CANT-GRP
           MOVE WT-NROCLI  TO WS-GRP-NROCLI(WS-GRP-I)
           MOVE WS-ORIGEN  TO WS-GRP-ORIGEN(WS-GRP-I)
           MOVE WT-NOMAPE  TO WS-GRP-NOMAPE(WS-GRP-I)
           MOVE WT-SEXO    TO WS-GRP-SEXO(WS-GRP-I)

           MOVE WT-NOMAPE  TO WS-NOM-ENTRADA
           PERFORM 2350-NORMALIZAR-NOMBRE
           MOVE WS-NOM-NORMAL TO WS-GRP-NORMAL(WS-GRP-I)

           PERFORM 2360-EXTRAER-APELLIDO
           PERFORM 2350-NORMALIZAR-NOMBRE
           MOVE WS-NOM-NORMAL TO WS-GRP-APELLIDO(WS-GRP-I)
           EXIT PARAGRAPH.

      ******************************************************************
      * 2300-COMPARAR-GRUPO : COMPARA DE A PARES LOS CLIENTES DE LA     *
      * MISMA FECNAC. UNA FECNAC INVALIDA NO ES UNA FECHA DE NACIMIENTO *
      * COMUN Y SU GRUPO NO SE COMPARA                                  *
      ******************************************************************
       2300-COMPARAR-GRUPO.

           IF WS-CANT-GRP = 0
              EXIT PARAGRAPH
           END-IF

           IF WS-FECNAC-GRUPO(1:4)  NOT NUMERIC
              OR WS-FECNAC-GRUPO(5:1)  NOT = '-'
              OR WS-FECNAC-GRUPO(6:2)  NOT NUMERIC
              OR WS-FECNAC-GRUPO(6:2)  < '01'
              OR WS-FECNAC-GRUPO(6:2)  > '12'
              OR WS-FECNAC-GRUPO(8:1)  NOT = '-'
              OR WS-FECNAC-GRUPO(9:2)  NOT NUMERIC
              OR WS-FECNAC-GRUPO(9:2)  < '01'
              OR WS-FECNAC-GRUPO(9:2)  > '31'
              ADD WS-CANT-GRP TO WS-TOT-FEC-INV
              MOVE 'N' TO WS-SW-DESBORDE-GRP
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                     UNTIL WS-GRP-I >= WS-CANT-GRP
              SET WS-GRP-J TO WS-GRP-I
              SET WS-GRP-J UP BY 1
              PERFORM UNTIL WS-GRP-J > WS-CANT-GRP
                 PERFORM 2310-GRADUAR-PAR
                 SET WS-GRP-J UP BY 1
              END-PERFORM
           END-PERFORM

           MOVE 'N' TO WS-SW-DESBORDE-GRP
           EXIT PARAGRAPH.

      ******************************************************************
      * 2310-GRADUAR-PAR : ASIGNA EL GRADO MAS FUERTE QUE CUMPLE EL PAR *
      * (I, J); UN MISMO NROCLI (YA LO INFORMA RPTCLI01) Y UN PAR DE    *
      * DOS RETIRADOS NO SE GRADUAN                                     *
      ******************************************************************
       2310-GRADUAR-PAR.

           IF WS-GRP-NROCLI(WS-GRP-I) = WS-GRP-NROCLI(WS-GRP-J)
              EXIT PARAGRAPH
           END-IF
           IF WS-GRP-ORIGEN(WS-GRP-I) = 'B'
              AND WS-GRP-ORIGEN(WS-GRP-J) = 'B'
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
             WHEN WS-GRP-NOMAPE(WS-GRP-I) = WS-GRP-NOMAPE(WS-GRP-J)
                  MOVE 1 TO WS-GRADO
             WHEN WS-GRP-NORMAL(WS-GRP-I) = WS-GRP-NORMAL(WS-GRP-J)
                  AND WS-GRP-NORMAL(WS-GRP-I) NOT = SPACES
                  MOVE 2 TO WS-GRADO
             WHEN WS-GRP-APELLIDO(WS-GRP-I) = WS-GRP-APELLIDO(WS-GRP-J)
                  AND WS-GRP-APELLIDO(WS-GRP-I) NOT = SPACES
                  AND WS-GRP-SEXO(WS-GRP-I) = WS-GRP-SEXO(WS-GRP-J)
                  MOVE 3 TO WS-GRADO
             WHEN OTHER
                  EXIT PARAGRAPH
           END-EVALUATE

           PERFORM 2320-REGISTRAR-PAR
           EXIT PARAGRAPH.

      ******************************************************************
      * 2320-REGISTRAR-PAR : ARMA EL PAR CON EL NROCLI MENOR EN A,      *
      * BUSCA SI EL ANALISTA YA LO MARCO Y, SALVO QUE SEA 'D', LO       *
      * GUARDA PARA EL LISTADO Y EL DDPARES                             *
      ******************************************************************
       2320-REGISTRAR-PAR.

           IF WS-GRP-NROCLI(WS-GRP-I) < WS-GRP-NROCLI(WS-GRP-J)
              MOVE WS-GRP-NROCLI(WS-GRP-I) TO PAR-NROCLI-A
              MOVE WS-GRP-ORIGEN(WS-GRP-I) TO PAR-ORIGEN-A
              MOVE WS-GRP-SEXO(WS-GRP-I)   TO PAR-SEXO-A
              MOVE WS-GRP-NOMAPE(WS-GRP-I) TO PAR-NOMAPE-A
              MOVE WS-GRP-NROCLI(WS-GRP-J) TO PAR-NROCLI-B
              MOVE WS-GRP-ORIGEN(WS-GRP-J) TO PAR-ORIGEN-B
              MOVE WS-GRP-SEXO(WS-GRP-J)   TO PAR-SEXO-B
              MOVE WS-GRP-NOMAPE(WS-GRP-J) TO PAR-NOMAPE-B
           ELSE
              MOVE WS-GRP-NROCLI(WS-GRP-J) TO PAR-NROCLI-A
              MOVE WS-GRP-ORIGEN(WS-GRP-J) TO PAR-ORIGEN-A
              MOVE WS-GRP-SEXO(WS-GRP-J)   TO PAR-SEXO-A
              MOVE WS-GRP-NOMAPE(WS-GRP-J) TO PAR-NOMAPE-A
              MOVE WS-GRP-NROCLI(WS-GRP-I) TO PAR-NROCLI-B
              MOVE WS-GRP-ORIGEN(WS-GRP-I) TO PAR-ORIGEN-B
              MOVE WS-GRP-SEXO(WS-GRP-I)   TO PAR-SEXO-B
              MOVE WS-GRP-NOMAPE(WS-GRP-I) TO PAR-NOMAPE-B
           END-IF
           MOVE WS-GRADO         TO PAR-GRADO
           MOVE WS-FECNAC-GRUPO  TO PAR-FECNAC
           MOVE SPACE            TO PAR-MARCA
           MOVE WS-FECHA-CORRIDA TO PAR-FECDET

           MOVE 'N' TO WS-SW-DECISION
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                     UNTIL WS-DEC-IDX > WS-CANT-DEC
                        OR WS-DECISION-HALLADA
              IF WS-DEC-NROCLI-A(WS-DEC-IDX) = PAR-NROCLI-A
                 AND WS-DEC-NROCLI-B(WS-DEC-IDX) = PAR-NROCLI-B
                 SET WS-DECISION-HALLADA TO TRUE
                 MOVE WS-DEC-MARCA(WS-DEC-IDX)  TO PAR-MARCA
                 IF WS-DEC-FECDET(WS-DEC-IDX) NOT = SPACES
                    MOVE WS-DEC-FECDET(WS-DEC-IDX) TO PAR-FECDET
                 END-IF
              END-IF
           END-PERFORM

           IF PAR-DISTINTA
              ADD 1 TO WS-TOT-DISTINTO
              EXIT PARAGRAPH
           END-IF

           IF WS-CANT-PAR NOT < 9999
              IF NOT WS-DESBORDE-PAR
                 SET WS-DESBORDE-PAR TO TRUE
                 DISPLAY 'MAS DE 9999 PARES DETECTADOS - LOS '
                         'SIGUIENTES NO SE INFORMAN EN ESTA CORRIDA'
              END-IF
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-PAR
           SET WS-PAR-IDX TO WS-CANT-PAR
           MOVE WS-REG-PAR TO WS-PAR-REGISTRO(WS-PAR-IDX)
           MOVE WS-GRADO   TO WS-PAR-GRADO(WS-PAR-IDX)
           ADD 1 TO WS-TOT-GRADO(WS-GRADO)
           IF PAR-MISMA
              ADD 1 TO WS-TOT-CONFIRM
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2350-NORMALIZAR-NOMBRE : DEJA EN WS-NOM-NORMAL SOLO LAS LETRAS  *
      * Y DIGITOS DE WS-NOM-ENTRADA, SIN ESPACIOS NI PUNTUACION         *
      ******************************************************************
       2350-NORMALIZAR-NOMBRE.

           MOVE SPACES TO WS-NOM-NORMAL
           MOVE ZEROS  TO WS-SUB-NORMAL
           PERFORM VARYING WS-SUB-CAR FROM 1 BY 1
                     UNTIL WS-SUB-CAR > 40
              MOVE WS-NOM-ENTRADA(WS-SUB-CAR:1) TO WS-NOM-CAR
              IF (WS-NOM-CAR IS ALPHABETIC AND WS-NOM-CAR NOT = SPACE)
                 OR WS-NOM-CAR IS NUMERIC
                 ADD 1 TO WS-SUB-NORMAL
                 MOVE WS-NOM-CAR TO WS-NOM-NORMAL(WS-SUB-NORMAL:1)
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      ******************************************************************
      * 2360-EXTRAER-APELLIDO : DEJA EN WS-NOM-ENTRADA EL APELLIDO DEL  *
      * NOMAPE DEL GRUPO: LO QUE PRECEDE A LA COMA, O LA ULTIMA PALABRA *
      ******************************************************************
       2360-EXTRAER-APELLIDO.

           MOVE WT-NOMAPE TO WS-NOM-ENTRADA
           MOVE ZEROS TO WS-POS-COMA
           PERFORM VARYING WS-SUB-CAR FROM 1 BY 1
                     UNTIL WS-SUB-CAR > 40 OR WS-POS-COMA > 0
              IF WS-NOM-ENTRADA(WS-SUB-CAR:1) = ','
                 MOVE WS-SUB-CAR TO WS-POS-COMA
              END-IF
           END-PERFORM

           IF WS-POS-COMA > 1
              MOVE SPACES TO WS-NOM-ENTRADA
              MOVE WT-NOMAPE(1:WS-POS-COMA - 1)
                TO WS-NOM-ENTRADA(1:WS-POS-COMA - 1)
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-POS-FIN
           PERFORM VARYING WS-SUB-CAR FROM 40 BY -1
                     UNTIL WS-SUB-CAR < 1 OR WS-POS-FIN > 0
              IF WS-NOM-ENTRADA(WS-SUB-CAR:1) NOT = SPACE
                 MOVE WS-SUB-CAR TO WS-POS-FIN
              END-IF
           END-PERFORM

      *> NOMAPE EN BLANCO: NO HAY APELLIDO QUE COMPARAR
           IF WS-POS-FIN = 0
              MOVE SPACES TO WS-NOM-ENTRADA
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-POS-INICIO
           PERFORM VARYING WS-SUB-CAR FROM WS-POS-FIN BY -1
                     UNTIL WS-SUB-CAR < 1 OR WS-POS-INICIO > 0
              IF WS-NOM-ENTRADA(WS-SUB-CAR:1) = SPACE
                 MOVE WS-SUB-CAR TO WS-POS-INICIO
              END-IF
           END-PERFORM
           ADD 1 TO WS-POS-INICIO

           COMPUTE WS-LARGO-APE = WS-POS-FIN - WS-POS-INICIO + 1
           MOVE SPACES TO WS-NOM-ENTRADA
           MOVE WT-NOMAPE(WS-POS-INICIO:WS-LARGO-APE)
             TO WS-NOM-ENTRADA(1:WS-LARGO-APE)
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
              WRITE REG-SALIDA   FROM WS-COLUMNAS
           END-IF

           EVALUATE TRUE
             WHEN WS-LIN-SECCION
                  WRITE REG-SALIDA FROM WS-LINEA-VACIA
                  WRITE REG-SALIDA FROM WS-LINEA-SECCION
             WHEN WS-LIN-DETALLE
                  WRITE REG-SALIDA FROM WS-REG-DETALLE
             WHEN WS-LIN-TOTAL
                  WRITE REG-SALIDA FROM WS-LINEA-TOTAL
             WHEN WS-LIN-MENSAJE
                  WRITE REG-SALIDA FROM WS-LINEA-MENSAJE
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2600-CERRAR-CURSOR : DESTINO DEL WHENEVER SQLERROR, COMUN A     *
      * TODAS LAS OPERACIONES DEL CURSOR; EL DDPARES DE ESTA CORRIDA    *
      * QUEDA INCOMPLETO Y EL ANALISTA DEBE SEGUIR CON EL ANTERIOR      *
      ******************************************************************
       2600-CERRAR-CURSOR.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           EVALUATE TRUE
             WHEN WS-OPEN-CURSOR
                  MOVE 'APERTURA CURSOR PERSONAS' TO WS-ACCION
             WHEN WS-FETCH-CURSOR
                  MOVE 'FETCH CURSOR PERSONAS'    TO WS-ACCION
                  EXEC SQL CLOSE PERSONAS END-EXEC
             WHEN WS-CLOSE-CURSOR
                  MOVE 'CIERRE CURSOR PERSONAS'   TO WS-ACCION
             WHEN OTHER
                  MOVE 'CONSULTA SQL DESCONOCIDA' TO WS-ACCION
           END-EVALUATE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION SQLCODE
           DISPLAY 'EL DDPARES DE ESTA CORRIDA DEBE DESCARTARSE; EL '
                   'DDPARESI SIGUE VIGENTE'
           MOVE 9999 TO RETURN-CODE
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 2700-GRABAR-PARES : GRABA EN DDPARES LOS PARES DETECTADOS Y     *
      * ARRASTRA TODAS LAS DECISIONES 'D' DE LA CORRIDA ANTERIOR, SE    *
      * HAYAN VUELTO A DETECTAR O NO, CON EL SEUDONIMO EN LUGAR DEL     *
      * NOMAPE DE LOS CLIENTES SUPRIMIDOS                               *
      ******************************************************************
       2700-GRABAR-PARES.

           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                     UNTIL WS-PAR-IDX > WS-CANT-PAR
              WRITE REG-PARES-OUT FROM WS-PAR-REGISTRO(WS-PAR-IDX)
           END-PERFORM

           MOVE 'N' TO WS-SW-SEUDON
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                     UNTIL WS-DEC-IDX > WS-CANT-DEC
                        OR WS-SEUDON-ERROR
              IF WS-DEC-MARCA(WS-DEC-IDX) = 'D'
                 MOVE WS-DEC-REGISTRO(WS-DEC-IDX) TO WS-REG-PAR
                 MOVE PAR-NROCLI-A TO WT-NROCLI
                 PERFORM 2710-VERIFICAR-SUPRESION
                 IF WS-NROCLI-SUPRIMIDO
                    MOVE WS-SEUDONIMO TO PAR-NOMAPE-A
                 END-IF
                 IF NOT WS-SEUDON-ERROR
                    MOVE PAR-NROCLI-B TO WT-NROCLI
                    PERFORM 2710-VERIFICAR-SUPRESION
                    IF WS-NROCLI-SUPRIMIDO
                       MOVE WS-SEUDONIMO TO PAR-NOMAPE-B
                    END-IF
                 END-IF
                 IF NOT WS-SEUDON-ERROR
                    WRITE REG-PARES-OUT FROM WS-REG-PAR
                    ADD 1 TO WS-TOT-ARRASTRE
                 END-IF
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      ******************************************************************
      * 2710-VERIFICAR-SUPRESION : INDICA SI EL NROCLI EN WT-NROCLI FUE *
      * SUPRIMIDO POR OLVCLI01 (TIENE EL SEUDONIMO EN TBCURCLI O, SI YA *
      * SE RETIRO, EN TBBAJCLI). UN ERROR SQL INVALIDA EL DDPARES       *
      ******************************************************************
       2710-VERIFICAR-SUPRESION.

           MOVE 'N' TO WS-SW-SEUDON
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CANT-SEUDON
               FROM KC02803.TBCURCLI
              WHERE NROCLI = :WT-NROCLI
                AND NOMAPE = :WS-SEUDONIMO
           END-EXEC

           IF SQLCODE = 0 AND WS-CANT-SEUDON = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CANT-SEUDON
                  FROM KC02803.TBBAJCLI
                 WHERE NROCLI = :WT-NROCLI
                   AND NOMAPE = :WS-SEUDONIMO
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'CONSULTA SUPRESION DE PAR D' TO WS-ACCION
              PERFORM 9000-GRABAR-ERROR-LOG
              DISPLAY WS-ACCION SQLCODE
              DISPLAY 'EL DDPARES DE ESTA CORRIDA DEBE DESCARTARSE; EL '
                      'DDPARESI SIGUE VIGENTE'
              MOVE 9999 TO RETURN-CODE
              SET WS-SEUDON-ERROR TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-CANT-SEUDON > 0
              SET WS-NROCLI-SUPRIMIDO TO TRUE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2800-IMPRIMIR-PARES : LISTADO DE REVISION, UNA SECCION POR      *
      * GRADO (DEL MAS FUERTE AL MAS DEBIL), DOS LINEAS POR PAR         *
      ******************************************************************
       2800-IMPRIMIR-PARES.

           PERFORM VARYING WS-GRADO-IMPR FROM 1 BY 1
                     UNTIL WS-GRADO-IMPR > 3
              MOVE WS-GRADO-IMPR TO WS-SEC-GRADO
              EVALUATE WS-GRADO-IMPR
                WHEN 1
                     MOVE 'NOMAPE Y FECNAC IDENTICOS'   TO WS-SEC-TEXTO
                WHEN 2
                     MOVE 'NOMAPE IGUAL SALVO ESPACIOS/PUNTUACION'
                       TO WS-SEC-TEXTO
                WHEN 3
                     MOVE 'MISMO APELLIDO, FECNAC Y SEXO'
                       TO WS-SEC-TEXTO
              END-EVALUATE
              SET WS-LIN-SECCION TO TRUE
              PERFORM 2500-GRABAR-SALIDA

              PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                        UNTIL WS-PAR-IDX > WS-CANT-PAR
                 IF WS-PAR-GRADO(WS-PAR-IDX) = WS-GRADO-IMPR
                    PERFORM 2850-IMPRIMIR-PAR
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WS-DESBORDE-PAR
              STRING 'ATENCION: MAS DE 9999 PARES DETECTADOS - '
                     'EL RESTO SE INFORMARA EN CORRIDAS SIGUIENTES'
                     DELIMITED BY SIZE INTO WS-MSG-TEXTO
              SET WS-LIN-MENSAJE TO TRUE
              PERFORM 2500-GRABAR-SALIDA
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2850-IMPRIMIR-PAR : LAS DOS LINEAS DEL PAR EN WS-PAR-IDX        *
      ******************************************************************
       2850-IMPRIMIR-PAR.

           MOVE WS-PAR-REGISTRO(WS-PAR-IDX) TO WS-REG-PAR
           SET WS-LIN-DETALLE TO TRUE

           IF PAR-MISMA
              MOVE 'CONFIRMADO' TO WS-DET-ESTADO
           ELSE
              MOVE 'PENDIENTE'  TO WS-DET-ESTADO
           END-IF
           MOVE PAR-FECDET   TO WS-DET-FECDET
           MOVE PAR-FECNAC   TO WS-DET-FECNAC

           MOVE PAR-NROCLI-A TO WS-DET-NROCLI
           IF PAR-ORIGEN-A = 'B'
              MOVE 'BAJA'    TO WS-DET-TABLA
           ELSE
              MOVE 'ACTUAL'  TO WS-DET-TABLA
           END-IF
           MOVE PAR-NOMAPE-A TO WS-DET-NOMAPE
           MOVE PAR-SEXO-A   TO WS-DET-SEXO
           PERFORM 2500-GRABAR-SALIDA

           MOVE SPACES       TO WS-DET-ESTADO, WS-DET-FECDET,
                                WS-DET-FECNAC
           MOVE PAR-NROCLI-B TO WS-DET-NROCLI
           IF PAR-ORIGEN-B = 'B'
              MOVE 'BAJA'    TO WS-DET-TABLA
           ELSE
              MOVE 'ACTUAL'  TO WS-DET-TABLA
           END-IF
           MOVE PAR-NOMAPE-B TO WS-DET-NOMAPE
           MOVE PAR-SEXO-B   TO WS-DET-SEXO
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
              MOVE 'PERSONAS LEIDAS                :' TO WS-TOT-TEXTO
              MOVE WS-TOT-LEIDOS   TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'SIN COMPARAR POR FECNAC INVALIDA:' TO WS-TOT-TEXTO
              MOVE WS-TOT-FEC-INV  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'SIN COMPARAR POR SUPRIMIDOS     :' TO WS-TOT-TEXTO
              MOVE WS-TOT-SUPRIM   TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'PARES DE GRADO 1               :' TO WS-TOT-TEXTO
              MOVE WS-TOT-GRADO(1) TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'PARES DE GRADO 2               :' TO WS-TOT-TEXTO
              MOVE WS-TOT-GRADO(2) TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'PARES DE GRADO 3               :' TO WS-TOT-TEXTO
              MOVE WS-TOT-GRADO(3) TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'PARES YA CONFIRMADOS (M)       :' TO WS-TOT-TEXTO
              MOVE WS-TOT-CONFIRM  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'PARES OMITIDOS POR MARCA D     :' TO WS-TOT-TEXTO
              MOVE WS-TOT-DISTINTO TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'DECISIONES D ARRASTRADAS       :' TO WS-TOT-TEXTO
              MOVE WS-TOT-ARRASTRE TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
           END-IF

           DISPLAY 'PERSONAS LEIDAS         : ' WS-TOT-LEIDOS
           DISPLAY 'PARES INFORMADOS        : ' WS-CANT-PAR
           DISPLAY 'PARES OMITIDOS (D)      : ' WS-TOT-DISTINTO

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
             WHEN NOT WS-FSPO-OK AND WS-FS-PARESO NOT = SPACES
                  MOVE 'ESCRITURA PARES (DDPARES)'   TO WS-ACCION
                  MOVE WS-FS-PARESO TO WS-CODE-SAL
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
           EXEC SQL CLOSE PERSONAS END-EXEC

           MOVE 8 TO RETURN-CODE
           PERFORM 9200-CERRAR-TODO
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 9200-CERRAR-TODO : CIERRA LOS ARCHIVOS ABIERTOS POR EL PROGRAMA*
      ******************************************************************
       9200-CERRAR-TODO.

           SET WS-CIERRE-HECHO TO TRUE
           CLOSE PARES-OUT
           CLOSE LISTADO
           CLOSE ERR-LOG
           EXIT PARAGRAPH.

      ******************************************************************
      * 9000-GRABAR-ERROR-LOG : ARMA Y GRABA UN REGISTRO EN EL LOG DE   *
      * ERRORES (DDERRLOG) CON LA FECHA/HORA, LA ACCION QUE FALLO, EL   *
      * SQLCODE/FILE STATUS Y LA PERSONA EN PROCESO                     *
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
