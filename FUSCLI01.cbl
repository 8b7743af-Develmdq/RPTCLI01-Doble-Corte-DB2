      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSCLI01.

      ******************************************************************
      *   PGM DE FUSION DE LOS EXTRACTOS (DDEXTR) DE UNA CORRIDA       *
      *   PARTIDA DE RPTCLI01 - EXTRACTO UNICO + REPORTE COMPLETO      *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * CADA COPIA DE RPTCLI01 CORRE CON SU PROPIO RANGO DE ANIOS Y SU *
      * NRO. DE PARTICION EN DDPARM. DDEXTRI ES LA CONCATENACION, EN   *
      * ORDEN DE PARTICION, DE LOS DDEXTR PARCIALES. UNA 1RA PASADA    *
      * VALIDA QUE ESTEN TODAS LAS PARTICIONES, DE LA MISMA CORRIDA,   *
      * CON RANGOS CONTIGUOS Y CADA UNA CON SU CABECERA Y SU COLA; SI  *
      * ALGO NO CIERRA NO SE GRABA NADA (RC 8). LA MISMA PASADA ORDENA *
      * LOS NROCLI (SORT) PARA DETECTAR DUPLICADOS, INCLUIDOS LOS QUE  *
      * SOLO APARECEN ENTRE PARTICIONES DISTINTAS. LA 2DA PASADA GRABA *
      * EL DDEXTR FUSIONADO (UNA CABECERA, LOS DETALLES Y UNA COLA,    *
      * MISMO LAYOUT QUE RPTCLI01, PARA RPTCLI02/RPTCLI03/CARCLI01) Y  *
      * REGENERA EL REPORTE DE CORTE DOBLE COMPLETO (DECADA/ANIO/SEXO, *
      * PORCENTAJES Y GRAN TOTAL) CON LOS LISTADOS DE NROCLI DUPLICADOS *
      * Y DE SEXO/FECNAC INVALIDOS DE TODAS LAS PARTICIONES            *
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
             SELECT SALIDA ASSIGN DDSALE
             FILE STATUS IS WS-FS-SALIDA.

      * EXTRACTOS PARCIALES DE RPTCLI01, CONCATENADOS EN EL JCL EN     *
      * ORDEN DE PARTICION                                             *
             SELECT EXTR-IN ASSIGN DDEXTRI
             FILE STATUS IS WS-FS-EXTI.

      * EXTRACTO FUSIONADO, MISMO LAYOUT QUE EL DDEXTR DE RPTCLI01 *
             SELECT EXTR-FILE ASSIGN DDEXTR
             FILE STATUS IS WS-FS-EXTR.

      * ARCHIVO DE TRABAJO DEL SORT DE NROCLI PARA LOS DUPLICADOS *
             SELECT SORT-DUP ASSIGN SORTWK.

      * LOG DE ERRORES DE FILE STATUS *
             SELECT ERR-LOG ASSIGN DDERRLOG
             FILE STATUS IS WS-FS-ERRLOG.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-------------*
       FILE SECTION.
      *-------------*
       FD SALIDA
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F
          LINAGE IS 20 LINES
          WITH FOOTING AT 18
          LINES AT TOP 1
          LINES AT BOTTOM 1.

       01 REG-SALIDA              PIC X(132).

       FD EXTR-IN
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-EXTRACTO-IN          PIC X(66).

       FD EXTR-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-EXTRACTO             PIC X(66).

      * UN REGISTRO POR DETALLE: NROCLI Y PARTICION EN QUE APARECE *
       SD SORT-DUP.

       01 REG-SORT-DUP.
          05 SRT-NROCLI            PIC 9(09).
          05 SRT-PARTICION         PIC 9(02).

      * LOG DE ERRORES DE FILE STATUS OCURRIDOS EN LA CORRIDA *
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

      * CONTROL FILES STATUS SALIDA *
       01 WS-FS-SALIDA       PIC X(2)     VALUE SPACES.
          88 WS-FSS-OK                    VALUE '00'.

      * CONTROL FILE STATUS DE LOS EXTRACTOS PARCIALES *
       01 WS-FS-EXTI         PIC X(2)     VALUE SPACES.
          88 WS-FSI-OK                    VALUE '00'.
          88 WS-FSI-EOF                   VALUE '10'.

      * CONTROL FILE STATUS DEL EXTRACTO FUSIONADO *
       01 WS-FS-EXTR         PIC X(2)     VALUE SPACES.
          88 WS-FSX-OK                    VALUE '00'.

      * CONTROL FILE STATUS DEL LOG DE ERRORES *
       01 WS-FS-ERRLOG       PIC X(2)     VALUE SPACES.
          88 WS-FSE-OK                    VALUE '00'.

      * FECHA Y HORA DEL SISTEMA PARA EL LOG DE ERRORES *
       01 WS-FECHA-ERR.
          05 WS-FEC-ERR-AA   PIC 9(02).
          05 WS-FEC-ERR-MM   PIC 9(02).
          05 WS-FEC-ERR-DD   PIC 9(02).

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

      * INDICADOR DE PASADA DE VALIDACION (1RA, DENTRO DEL SORT) O DE   *
      * FUSION E IMPRESION (2DA) SOBRE LOS MISMOS EXTRACTOS PARCIALES   *
       01 WS-SW-PASADA       PIC X(01)    VALUE SPACE.
          88 WS-PASADA-CARGA              VALUE 'C'.
          88 WS-PASADA-IMPRESION          VALUE 'I'.

      * RESULTADO DE LA VALIDACION DE LAS PARTICIONES; CUALQUIER FALLA  *
      * DEJA LA FUSION SIN HACER Y EL DDEXTR FUSIONADO SIN GRABAR       *
       01 WS-SW-FUSION       PIC X(01)    VALUE 'S'.
          88 WS-FUSION-INVALIDA           VALUE 'N'.

      * INDICADOR DE CABECERA DE PARTICION LEIDA Y TODAVIA SIN SU COLA *
       01 WS-SW-EN-PARTICION PIC X(01)    VALUE 'N'.
          88 WS-DENTRO-PARTICION          VALUE 'S'.

      * CONTROL DE LAS PARTICIONES LEIDAS EN LA 1RA PASADA *
       01 WS-PAR-LEIDAS      PIC 9(02)    VALUE ZEROS.
       01 WS-PAR-DET         PIC 9(09)    VALUE ZEROS.
       01 WS-PAR-FEC-DESDE   PIC X(10)    VALUE SPACES.
       01 WS-PAR-FEC-HASTA   PIC X(10)    VALUE SPACES.
       01 WS-ANIO-ESPERADO   PIC 9(05)    VALUE ZEROS.
       01 WS-FECNAC-ANT      PIC X(10)    VALUE SPACES.
       01 WS-CANT-ERR-DET    PIC 9(05)    VALUE ZEROS.

      * DATOS DE LA CORRIDA TOMADOS DE LA CABECERA DE LA 1RA PARTICION, *
      * QUE TODAS LAS DEMAS DEBEN REPETIR; LOS ANIOS DESDE/HASTA DEL    *
      * EXTRACTO FUSIONADO SON EL DESDE DE LA 1RA Y EL HASTA DE LA      *
      * ULTIMA PARTICION                                                *
       01 WS-FUSION-DATOS.
          05 WS-FUS-FECHA       PIC X(10)  VALUE SPACES.
          05 WS-FUS-ANIO-DESDE  PIC 9(04)  VALUE ZEROS.
          05 WS-FUS-ANIO-HASTA  PIC 9(04)  VALUE ZEROS.
          05 WS-FUS-SEXO        PIC X(01)  VALUE SPACE.
          05 WS-FUS-RESUMEN     PIC X(01)  VALUE SPACE.
          05 WS-FUS-ORDEN       PIC X(01)  VALUE SPACE.
          05 WS-FUS-RETIRADOS   PIC X(01)  VALUE SPACE.
          05 WS-FUS-CANT-PART   PIC 9(02)  VALUE ZEROS.

      * LISTADO RESUMEN (SIN NOMAPE/NROCLI), SEGUN LA CABECERA *
       01 WS-SW-RESUMEN      PIC X(01)    VALUE 'N'.
          88 WS-FIL-SIN-DETALLE          VALUE 'S'.

      * ANIO DE NACIMIENTO DEL REGISTRO ACTUAL DEL EXTRACTO *
       01 WS-ANIO-NAC        PIC X(4)     VALUE SPACES.

      * DECADA DE NACIMIENTO DEL REGISTRO ACTUAL (CORTE INTERMEDIO) *
       01 WS-DECADA-ACTUAL   PIC X(4)     VALUE SPACES.
       01 WS-DECADA-FIN      PIC 9(04)    VALUE ZEROS.
       01 WS-DECADA-TXT      PIC X(09)    VALUE SPACES.

      * CONTROL DE LINEAS IMPRESAS POR CAMBIO DE REGISTRO *
       01 WS-DATO-ANTERIOR.
          05 WS-DECADA-ANT   PIC X(4)     VALUE SPACES.
          05 WS-DECADA-ANT-NUM REDEFINES WS-DECADA-ANT
                             PIC 9(04).
          05 WS-ANIO-ANT     PIC X(4)     VALUE SPACES.
          05 WS-SEXO-ANT     PIC X        VALUE SPACES.

      * TOTALIZADORES / CONTADORES *
       01 WS-TOTALES.
          05 WS-CLI-DECADA   PIC 9(09)    VALUE ZEROS.
          05 WS-CLI-SEX      PIC 9(09)    VALUE ZEROS.
          05 WS-CLI-ANIO     PIC 9(09)    VALUE ZEROS.
          05 WS-TOTAL-LEIDOS PIC 9(09)    VALUE ZEROS.
          05 WS-TOTAL-IMPRES PIC 9(09)    VALUE ZEROS.
          05 WS-GRAN-TOTAL-CLI PIC 9(09)  VALUE ZEROS.

      * TOTAL DE DETALLES DE TODAS LAS PARTICIONES, CONTADO EN LA 1RA   *
      * PASADA (BASE DE LOS PORCENTAJES, COMO CANTTOT EN RPTCLI01)      *
       01 WS-CONTEO-TOTAL    PIC S9(09)   COMP   VALUE ZEROS.

      * CANTIDAD DE DETALLES GRABADOS EN EL EXTRACTO FUSIONADO, PARA    *
      * SU COLA                                                         *
       77 WS-EXT-CANT-DET    PIC 9(09)    VALUE ZEROS.

      * TABLA DE TOTALES POR ANIO, CARGADA EN LA 1RA PASADA (BASE DEL   *
      * PORCENTAJE DEL SUBTOTAL DE SEXO, COMO CANTANIO EN RPTCLI01)     *
       01 WS-TABLA-ANIOS.
          05 WS-TAB-ANIO-REG OCCURS 999 TIMES
                             INDEXED BY WS-TAB-ANIO-IDX.
             10 WS-TAB-ANIO-KEY  PIC X(04).
             10 WS-TAB-ANIO-CANT PIC 9(09).
       01 WS-CANT-TAB-ANIOS  PIC 9(03)    COMP   VALUE ZEROS.
       01 WS-ANIO-TOTAL-LOOKUP PIC 9(09)         VALUE ZEROS.
       01 WS-TAB-ANIO-HALLADO  PIC 9(01)         VALUE ZEROS.

      * GRUPO DE UN MISMO NROCLI A LA SALIDA DEL SORT *
       01 WS-SW-FIN-SORT     PIC X(01)    VALUE 'N'.
          88 WS-FIN-SORT                  VALUE 'S'.
       01 WS-GRP-NROCLI      PIC 9(09)    VALUE ZEROS.
       01 WS-GRP-PART        PIC 9(02)    VALUE ZEROS.
       01 WS-GRP-CANT        PIC 9(09)    VALUE ZEROS.
       01 WS-GRP-MISMA-PART  PIC X(01)    VALUE 'N'.

      * NROCLI DUPLICADOS, EN ORDEN DE NROCLI (SALIDA DEL SORT) PARA LA *
      * BUSQUEDA BINARIA DE LA 2DA PASADA; WS-DUP-ENTRE = 'S' SI NINGUNA*
      * PARTICION LO TIENE DOS VECES (SOLO ES DUPLICADO ENTRE           *
      * PARTICIONES Y NINGUN LISTADO PARCIAL LO MOSTRO)                 *
       01 WS-CANT-DUP        PIC 9(03)    COMP   VALUE ZEROS.
       01 WS-TABLA-DUPLICADOS.
          05 WS-DUP-REG      OCCURS 1 TO 999 TIMES
                             DEPENDING ON WS-CANT-DUP
                             ASCENDING KEY IS WS-DUP-NROCLI
                             INDEXED BY WS-DUP-IDX.
             10 WS-DUP-NROCLI    PIC 9(09).
             10 WS-DUP-ENTRE     PIC X(01).
             10 WS-DUP-LISTADO   PIC X(01).

      * AVISO (UNA SOLA VEZ) DE TABLA DE DUPLICADOS LLENA *
       01 WS-SW-DUP-AVISO    PIC X(01)    VALUE 'N'.
          88 WS-AVISO-DUP-DADO            VALUE 'S'.

      * NROCLI DUPLICADOS EN ORDEN DE PRIMERA APARICION, COMO LOS LISTA *
      * RPTCLI01                                                        *
       01 WS-TABLA-LISTA-DUP.
          05 WS-LDU-REG      OCCURS 999 TIMES
                             INDEXED BY WS-LDU-IDX.
             10 WS-LDU-NROCLI    PIC 9(09).
             10 WS-LDU-ENTRE     PIC X(01).
       01 WS-CANT-LDU        PIC 9(03)    COMP   VALUE ZEROS.

      * TABLA DE CLIENTES CON SEXO FUERA DE F/M/O O FECNAC INVALIDA,    *
      * CON LAS MISMAS REGLAS QUE 2220-VALIDAR-EXCEPCION DE RPTCLI01    *
       01 WS-TABLA-EXCEPCIONES.
          05 WS-EXC2-REG     OCCURS 999 TIMES
                             INDEXED BY WS-EXC2-IDX.
             10 WS-EXC2-TAB-NROCLI  PIC 9(09).
             10 WS-EXC2-TAB-MOTIVO  PIC X(20).
       01 WS-CANT-EXC2        PIC 9(03)    COMP   VALUE ZEROS.

       77 WS-MASCARA         PIC Z(8)9     VALUE ZEROS.

      * LINEA DE TITULO DEL REPORTE - PROPIA DE ESTE PROGRAMA, NO LA    *
      * WS-TITULO DE CPERROR (ESA TRAE EL NOMBRE DE RPTCLI01 GRABADO)   *
       01 WS-TITULO-RPT.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(30)    VALUE
             'SISTEMA KC02803 - CLIENTES'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(40)    VALUE
             'FUSCLI01 - FUSION DE PARTICIONES'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TIT-FECHA-RPT PIC X(10)   VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE 'PAG. '.
          05 WS-TIT-PAGINA-RPT PIC ZZZ9.
          05 FILLER          PIC X(27)    VALUE SPACES.

      * LINEA DE DETALLE DEL LISTADO DE NROCLI DUPLICADO, CON LA MARCA  *
      * DE LOS QUE SOLO APARECEN ENTRE PARTICIONES                      *
       01 WS-EXCEPCION-FUS.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(20)    VALUE
             'NROCLI DUPLICADO: '.
          05 WS-EXCF-NROCLI  PIC 9(09).
          05 FILLER          PIC X(03)    VALUE SPACES.
          05 WS-EXCF-MARCA   PIC X(40)    VALUE SPACES.
          05 FILLER          PIC X(55)    VALUE SPACES.

      * COPY ARCHIVO DE SALIDA - LAYOUTS DEL REPORTE Y DEL EXTRACTO     *
      * (CABECERA, DETALLE Y COLA), COMUNES CON RPTCLI01                *

       COPY CPERROR.

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
            USE AFTER STANDARD ERROR PROCEDURE ON INPUT.
       MANEJADOR-PROCESO-INPUT.
            PERFORM 9100-MANEJAR-ERROR-ARCHIVO.
       END DECLARATIVES.

       MAIN-PROGRAM.

           PERFORM 1000-I-INICIO  THRU 1000-F-INICIO
           PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO UNTIL WS-PGM-FIN
           PERFORM 3000-I-FINAL   THRU 3000-F-FINAL
           .
       F-MAIN-PROGRAM. GOBACK.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE INICIO                     *
      ******************************************************************
      * LA 1RA PASADA ES EL PROCEDIMIENTO DE ENTRADA DEL SORT: VALIDA  *
      * LAS PARTICIONES, ARMA LOS TOTALES POR ANIO Y LIBERA CADA       *
      * NROCLI; EL PROCEDIMIENTO DE SALIDA ARMA LA TABLA DE DUPLICADOS *
      ******************************************************************
       1000-I-INICIO.

           ACCEPT WS-FECHA    FROM DATE        *> MANEJO DE LA FECHA
           MOVE   WS-FECHA-AA TO WS-AA
           MOVE   WS-FECHA-MM TO WS-MM
           MOVE   WS-FECHA-DD TO WS-DD

           INITIALIZE WS-TOTAL-LEIDOS          *> LIMPIAR TOTALES GRALES
                      WS-TOTAL-IMPRES

           OPEN OUTPUT ERR-LOG                 *> LOG DE ERRORES

           SET WS-PASADA-CARGA TO TRUE
           SORT SORT-DUP
                ON ASCENDING KEY SRT-NROCLI SRT-PARTICION
                INPUT PROCEDURE  IS 1200-VALIDAR-PARTICIONES
                OUTPUT PROCEDURE IS 1300-CARGAR-DUPLICADOS

           IF WS-FUSION-INVALIDA
              DISPLAY 'FUSION CANCELADA: NO SE GRABA EL DDEXTR '
                      'FUSIONADO NI EL REPORTE - CORREGIR Y VOLVER A '
                      'CORRER LAS PARTICIONES QUE CORRESPONDA'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-FUS-RESUMEN TO WS-SW-RESUMEN

           MOVE SPACES TO WS-TIT-FILTRO-TXT
           STRING 'FUSION DE '             DELIMITED BY SIZE
                  WS-FUS-CANT-PART         DELIMITED BY SIZE
                  ' PARTIC. - DDEXTR DEL ' DELIMITED BY SIZE
                  WS-FUS-FECHA             DELIMITED BY SIZE
                  '  ANIOS '               DELIMITED BY SIZE
                  WS-FUS-ANIO-DESDE        DELIMITED BY SIZE
                  ' A '                    DELIMITED BY SIZE
                  WS-FUS-ANIO-HASTA        DELIMITED BY SIZE
                  '  SEXO: '               DELIMITED BY SIZE
                  WS-FUS-SEXO              DELIMITED BY SIZE
                  '  RESUMEN: '            DELIMITED BY SIZE
                  WS-FUS-RESUMEN           DELIMITED BY SIZE
                  '  RETIRADOS: '          DELIMITED BY SIZE
                  WS-FUS-RETIRADOS         DELIMITED BY SIZE
             INTO WS-TIT-FILTRO-TXT
           END-STRING

           MOVE WS-PAR-LEIDAS TO WS-MASCARA
           DISPLAY 'PARTICIONES VALIDADAS:       '  WS-MASCARA
           MOVE WS-CONTEO-TOTAL TO WS-MASCARA
           DISPLAY 'DETALLES DE LAS PARTICIONES: '  WS-MASCARA
           .
       1000-F-INICIO.   EXIT.

      ******************************************************************
      * 1200-VALIDAR-PARTICIONES : 1RA PASADA SOBRE DDEXTRI. CADA       *
      * PARTICION DEBE SER UNA CABECERA, SUS DETALLES Y UNA COLA QUE    *
      * DECLARE ESA MISMA CANTIDAD; AL FINAL DEBEN HABERSE LEIDO TODAS  *
      * LAS PARTICIONES QUE DECLARAN LAS CABECERAS                      *
      ******************************************************************
       1200-VALIDAR-PARTICIONES.

           OPEN INPUT EXTR-IN
           IF NOT WS-FSI-OK
              SET WS-FUSION-INVALIDA TO TRUE
              EXIT PARAGRAPH
           END-IF

           READ EXTR-IN INTO WS-REG-EXTR
           AT END
              CONTINUE
           END-READ
           PERFORM UNTIL NOT WS-FSI-OK
              MOVE WS-REG-EXTR(1:3) TO WS-EXT-MARCA-LEIDA
              EVALUATE TRUE
                WHEN WS-EXT-ES-CABECERA
                     PERFORM 1210-VALIDAR-CABECERA
                WHEN WS-EXT-ES-COLA
                     PERFORM 1220-VALIDAR-COLA
                WHEN OTHER
                     PERFORM 1230-VALIDAR-DETALLE
              END-EVALUATE
              READ EXTR-IN INTO WS-REG-EXTR
              AT END
                 CONTINUE
              END-READ
           END-PERFORM

           IF WS-DENTRO-PARTICION
              DISPLAY 'ERROR: LA PARTICION ' WS-PAR-LEIDAS
                      ' NO TIENE REGISTRO DE COLA - POSIBLE ARCHIVO '
                      'TRUNCADO'
              SET WS-FUSION-INVALIDA TO TRUE
           END-IF

           IF WS-PAR-LEIDAS = 0
              DISPLAY 'ERROR: DDEXTRI NO TIENE NINGUNA PARTICION '
                      '(REGISTRO DE CABECERA)'
              SET WS-FUSION-INVALIDA TO TRUE
           ELSE
              IF WS-PAR-LEIDAS NOT = WS-FUS-CANT-PART
                 DISPLAY 'ERROR: SE LEYERON ' WS-PAR-LEIDAS
                         ' PARTICIONES Y LA CORRIDA TIENE '
                         WS-FUS-CANT-PART ' - FALTAN O SOBRAN '
                         'EXTRACTOS EN LA CONCATENACION DE DDEXTRI'
                 SET WS-FUSION-INVALIDA TO TRUE
              END-IF
           END-IF

           IF WS-CANT-TAB-ANIOS >= 999
              DISPLAY 'ATENCION: MAS DE 999 ANIOS DE NACIMIENTO '
                      'DISTINTOS - LA TABLA DE PORCENTAJES SE TRUNCA '
                      'EN WS-TABLA-ANIOS'
           END-IF

           CLOSE EXTR-IN
           EXIT PARAGRAPH.

      ******************************************************************
      * 1210-VALIDAR-CABECERA : LA CABECERA DE CADA PARTICION DEBE SER  *
      * LA SIGUIENTE EN ORDEN, DE LA MISMA CORRIDA (FECHA Y FILTROS) Y  *
      * EMPEZAR EN EL ANIO SIGUIENTE AL ULTIMO DE LA PARTICION ANTERIOR *
      ******************************************************************
       1210-VALIDAR-CABECERA.

           MOVE WS-REG-EXTR TO WS-REG-EXTR-CAB

           IF WS-DENTRO-PARTICION
              DISPLAY 'ERROR: LA PARTICION ' WS-PAR-LEIDAS
                      ' NO TIENE REGISTRO DE COLA - POSIBLE ARCHIVO '
                      'TRUNCADO'
              SET WS-FUSION-INVALIDA TO TRUE
           END-IF

           ADD 1 TO WS-PAR-LEIDAS
           SET WS-DENTRO-PARTICION TO TRUE
           MOVE ZEROS  TO WS-PAR-DET
           MOVE SPACES TO WS-FECNAC-ANT

           IF WS-EXTC-PARTICION NOT NUMERIC
              OR WS-EXTC-CANT-PART NOT NUMERIC
              OR WS-EXTC-PARTICION = 0
              DISPLAY 'ERROR: EL EXTRACTO NRO. ' WS-PAR-LEIDAS
                      ' DE DDEXTRI NO ES UNA PARTICION (SIN NRO. DE '
                      'PARTICION EN LA CABECERA)'
              SET WS-FUSION-INVALIDA TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-PAR-LEIDAS = 1
              MOVE WS-EXTC-FECHA      TO WS-FUS-FECHA
              MOVE WS-EXTC-ANIO-DESDE TO WS-FUS-ANIO-DESDE
              MOVE WS-EXTC-SEXO       TO WS-FUS-SEXO
              MOVE WS-EXTC-RESUMEN    TO WS-FUS-RESUMEN
              MOVE WS-EXTC-ORDEN      TO WS-FUS-ORDEN
              MOVE WS-EXTC-RETIRADOS  TO WS-FUS-RETIRADOS
              MOVE WS-EXTC-CANT-PART  TO WS-FUS-CANT-PART
           ELSE
              IF WS-EXTC-FECHA        NOT = WS-FUS-FECHA
                 OR WS-EXTC-SEXO      NOT = WS-FUS-SEXO
                 OR WS-EXTC-RESUMEN   NOT = WS-FUS-RESUMEN
                 OR WS-EXTC-ORDEN     NOT = WS-FUS-ORDEN
                 OR WS-EXTC-RETIRADOS NOT = WS-FUS-RETIRADOS
                 OR WS-EXTC-CANT-PART NOT = WS-FUS-CANT-PART
                 DISPLAY 'ERROR: LA PARTICION ' WS-EXTC-PARTICION
                         ' (DEL ' WS-EXTC-FECHA ') NO ES DE LA MISMA '
                         'CORRIDA QUE LA 1RA (DEL ' WS-FUS-FECHA
                         ') - DIFIERE LA FECHA, LOS FILTROS O LA '
                         'CANTIDAD DE PARTICIONES'
                 SET WS-FUSION-INVALIDA TO TRUE
              END-IF
              IF WS-EXTC-ANIO-DESDE NOT = WS-ANIO-ESPERADO
                 DISPLAY 'ERROR: LA PARTICION ' WS-EXTC-PARTICION
                         ' EMPIEZA EN ' WS-EXTC-ANIO-DESDE
                         ' Y LA ANTERIOR TERMINA EN ' WS-FUS-ANIO-HASTA
                         ' - LOS RANGOS DE ANIOS DEBEN SER CONTIGUOS'
                 SET WS-FUSION-INVALIDA TO TRUE
              END-IF
           END-IF

           IF WS-EXTC-PARTICION NOT = WS-PAR-LEIDAS
              DISPLAY 'ERROR: LA PARTICION ' WS-EXTC-PARTICION
                      ' ESTA EN EL LUGAR ' WS-PAR-LEIDAS
                      ' DE LA CONCATENACION DE DDEXTRI - DEBEN IR EN '
                      'ORDEN DE PARTICION'
              SET WS-FUSION-INVALIDA TO TRUE
           END-IF

           IF WS-EXTC-ORDEN = 'S'
              DISPLAY 'ERROR: LA PARTICION ' WS-EXTC-PARTICION
                      ' VIENE DE UNA CORRIDA ORDENADA POR SEXO - NO '
                      'SE PUEDE FUSIONAR EN ORDEN DE ANIO'
              SET WS-FUSION-INVALIDA TO TRUE
           END-IF

           MOVE WS-EXTC-ANIO-HASTA TO WS-FUS-ANIO-HASTA
           COMPUTE WS-ANIO-ESPERADO = WS-EXTC-ANIO-HASTA + 1

           MOVE WS-EXTC-ANIO-DESDE TO WS-PAR-FEC-DESDE(1:4)
           MOVE '-01-01'           TO WS-PAR-FEC-DESDE(5:6)
           MOVE WS-EXTC-ANIO-HASTA TO WS-PAR-FEC-HASTA(1:4)
           MOVE '-12-31'           TO WS-PAR-FEC-HASTA(5:6)
           EXIT PARAGRAPH.

      ******************************************************************
      * 1220-VALIDAR-COLA : LA COLA CIERRA LA PARTICION EN CURSO Y DEBE *
      * DECLARAR LOS DETALLES QUE SE LEYERON DE ELLA                    *
      ******************************************************************
       1220-VALIDAR-COLA.

           MOVE WS-REG-EXTR TO WS-REG-EXTR-FIN

           IF NOT WS-DENTRO-PARTICION
              DISPLAY 'ERROR: REGISTRO DE COLA SIN SU CABECERA '
                      'DESPUES DE LA PARTICION ' WS-PAR-LEIDAS
              SET WS-FUSION-INVALIDA TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-EXTF-CANT NOT = WS-PAR-DET
              DISPLAY 'ERROR: LA COLA DE LA PARTICION ' WS-PAR-LEIDAS
                      ' DECLARA ' WS-EXTF-CANT ' DETALLES Y SE '
                      'LEYERON ' WS-PAR-DET ' - ARCHIVO TRUNCADO O '
                      'MODIFICADO'
              SET WS-FUSION-INVALIDA TO TRUE
           END-IF

           MOVE 'N' TO WS-SW-EN-PARTICION
           EXIT PARAGRAPH.

      ******************************************************************
      * 1230-VALIDAR-DETALLE : CUENTA EL DETALLE, CONTROLA QUE ESTE     *
      * DENTRO DEL RANGO DE SU PARTICION Y EN ORDEN DE FECNAC, LO SUMA  *
      * A SU ANIO Y LIBERA SU NROCLI AL SORT DE DUPLICADOS              *
      ******************************************************************
       1230-VALIDAR-DETALLE.

           IF NOT WS-DENTRO-PARTICION
              DISPLAY 'ERROR: DETALLE FUERA DE UNA PARTICION (SIN '
                      'CABECERA O DESPUES DE LA COLA) - NROCLI '
                      WS-EXT-NROCLI
              SET WS-FUSION-INVALIDA TO TRUE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PAR-DET
           ADD 1 TO WS-CONTEO-TOTAL

           IF WS-EXT-FECNAC < WS-PAR-FEC-DESDE
              OR WS-EXT-FECNAC > WS-PAR-FEC-HASTA
              OR WS-EXT-FECNAC < WS-FECNAC-ANT
              ADD 1 TO WS-CANT-ERR-DET
              IF WS-CANT-ERR-DET <= 10
                 DISPLAY 'ERROR: NROCLI ' WS-EXT-NROCLI ' FECNAC '
                         WS-EXT-FECNAC ' FUERA DEL RANGO O DEL ORDEN '
                         'DE LA PARTICION ' WS-PAR-LEIDAS
              END-IF
              SET WS-FUSION-INVALIDA TO TRUE
           END-IF
           MOVE WS-EXT-FECNAC TO WS-FECNAC-ANT

           PERFORM 1240-ACUMULAR-ANIO

           MOVE WS-EXT-NROCLI TO SRT-NROCLI
           MOVE WS-PAR-LEIDAS TO SRT-PARTICION
           RELEASE REG-SORT-DUP
           EXIT PARAGRAPH.

      ******************************************************************
      * 1240-ACUMULAR-ANIO : SUMA EL DETALLE ACTUAL A LA FILA DE        *
      * WS-TABLA-ANIOS DE SU ANIO DE NACIMIENTO, AGREGANDO UNA FILA     *
      * NUEVA SI ES UN ANIO NO VISTO                                    *
      ******************************************************************
       1240-ACUMULAR-ANIO.

           MOVE ZEROS TO WS-TAB-ANIO-HALLADO
           SET WS-TAB-ANIO-IDX TO 1
           PERFORM UNTIL WS-TAB-ANIO-IDX > WS-CANT-TAB-ANIOS
              IF WS-TAB-ANIO-KEY(WS-TAB-ANIO-IDX) = WS-EXT-FECNAC(1:4)
                 ADD 1 TO WS-TAB-ANIO-CANT(WS-TAB-ANIO-IDX)
                 MOVE 1 TO WS-TAB-ANIO-HALLADO
                 SET WS-TAB-ANIO-IDX TO WS-CANT-TAB-ANIOS
              END-IF
              SET WS-TAB-ANIO-IDX UP BY 1
           END-PERFORM

           IF WS-TAB-ANIO-HALLADO = 0 AND WS-CANT-TAB-ANIOS < 999
              ADD 1 TO WS-CANT-TAB-ANIOS
              SET WS-TAB-ANIO-IDX TO WS-CANT-TAB-ANIOS
              MOVE WS-EXT-FECNAC(1:4)
                TO WS-TAB-ANIO-KEY(WS-TAB-ANIO-IDX)
              MOVE 1
                TO WS-TAB-ANIO-CANT(WS-TAB-ANIO-IDX)
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 1300-CARGAR-DUPLICADOS : RECORRE LOS NROCLI ORDENADOS Y GUARDA  *
      * LOS QUE APARECEN MAS DE UNA VEZ EN EL CONJUNTO DE PARTICIONES,  *
      * MARCANDO LOS QUE NINGUNA PARTICION TIENE DOS VECES              *
      ******************************************************************
       1300-CARGAR-DUPLICADOS.

           RETURN SORT-DUP
           AT END
              SET WS-FIN-SORT TO TRUE
           END-RETURN

           PERFORM UNTIL WS-FIN-SORT
              MOVE SRT-NROCLI    TO WS-GRP-NROCLI
              MOVE SRT-PARTICION TO WS-GRP-PART
              MOVE 1             TO WS-GRP-CANT
              MOVE 'N'           TO WS-GRP-MISMA-PART
              RETURN SORT-DUP
              AT END
                 SET WS-FIN-SORT TO TRUE
              END-RETURN
              PERFORM UNTIL WS-FIN-SORT
                            OR SRT-NROCLI NOT = WS-GRP-NROCLI
                 ADD 1 TO WS-GRP-CANT
                 IF SRT-PARTICION = WS-GRP-PART
                    MOVE 'S' TO WS-GRP-MISMA-PART
                 END-IF
                 MOVE SRT-PARTICION TO WS-GRP-PART
                 RETURN SORT-DUP
                 AT END
                    SET WS-FIN-SORT TO TRUE
                 END-RETURN
              END-PERFORM
              IF WS-GRP-CANT > 1
                 PERFORM 1310-AGREGAR-DUPLICADO
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       1310-AGREGAR-DUPLICADO.

           IF WS-CANT-DUP < 999
              ADD 1 TO WS-CANT-DUP
              SET WS-DUP-IDX TO WS-CANT-DUP
              MOVE WS-GRP-NROCLI TO WS-DUP-NROCLI(WS-DUP-IDX)
              MOVE 'N'           TO WS-DUP-LISTADO(WS-DUP-IDX)
              IF WS-GRP-MISMA-PART = 'S'
                 MOVE 'N' TO WS-DUP-ENTRE(WS-DUP-IDX)
              ELSE
                 MOVE 'S' TO WS-DUP-ENTRE(WS-DUP-IDX)
              END-IF
           ELSE
              IF NOT WS-AVISO-DUP-DADO
                 SET WS-AVISO-DUP-DADO TO TRUE
                 DISPLAY 'ATENCION: MAS DE 999 NROCLI DUPLICADOS - EL '
                         'LISTADO DE EXCEPCIONES SE TRUNCA EN WS-TABLA-'
                         'DUPLICADOS'
              END-IF
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE PROCESOS                   *
      ******************************************************************

       2000-I-PROCESO.

           PERFORM 2100-ABRIR-RECURSOS
           PERFORM 2200-LEER-EXTRACTO

      *> ---------------| INICIO PERFORM CORTE DECADA |-----------------*

           PERFORM UNTIL WS-PGM-FIN

             MOVE WS-DECADA-ACTUAL TO WS-DECADA-ANT  *> MOVER KEY DECADA
             COMPUTE WS-DECADA-FIN = WS-DECADA-ANT-NUM + 9
             STRING WS-DECADA-ANT DELIMITED BY SIZE
                    '-'           DELIMITED BY SIZE
                    WS-DECADA-FIN DELIMITED BY SIZE
               INTO WS-DECADA-TXT
             END-STRING

             INITIALIZE WS-CLI-DECADA

             SET WS-LINEA-SUBTITULO-DECADA TO TRUE *> IMPRIMIR SUBTITULO
             PERFORM 2300-GRABAR-SALIDA

      *> -----------------| INICIO PERFORM EXTERIOR |------------------*

           PERFORM UNTIL WS-DECADA-ACTUAL NOT = WS-DECADA-ANT
                         OR WS-PGM-FIN

             MOVE WS-ANIO-NAC TO WS-ANIO-ANT      *> MOVER KEY SUPERIOR

             INITIALIZE WS-CLI-ANIO

             SET WS-LINEA-SUBTITULO TO TRUE        *> IMPRIMIR SUBTITULO
             PERFORM 2300-GRABAR-SALIDA

      *> --------------| INICIO PERFORM CORTE SUPERIOR |---------------*

           PERFORM UNTIL WS-ANIO-NAC NOT = WS-ANIO-ANT OR WS-PGM-FIN

             MOVE WS-EXT-SEXO TO WS-SEXO-ANT       *> MOVER KEY INFERIOR

             INITIALIZE WS-CLI-SEX

             SET WS-LINEA-SUBTITULO-2 TO TRUE     *> IMPRIMIR SUBTITULO
             PERFORM 2300-GRABAR-SALIDA

             SET WS-LINEA-COLUMNAS TO TRUE          *> IMPRIMIR COLUMNAS
             PERFORM 2300-GRABAR-SALIDA

      *> --------------| INICIO PERFORM CORTE INFERIOR |---------------*

             PERFORM UNTIL WS-ANIO-NAC NOT = WS-ANIO-ANT OR
                           WS-EXT-SEXO NOT = WS-SEXO-ANT OR WS-PGM-FIN

               ADD 1  TO WS-CLI-SEX
               ADD 1  TO WS-CLI-ANIO
               ADD 1  TO WS-TOTAL-IMPRES
               ADD 1  TO WS-GRAN-TOTAL-CLI

               SET WS-LINEA-DETALLE  TO TRUE       *> IMPRIMIR DETALLES
               PERFORM 2300-GRABAR-SALIDA

               PERFORM 2200-LEER-EXTRACTO           *> LECTURA SIGUIENTE

               END-PERFORM *> ---| FINAL PERFORM CORTE INFERIOR |--- <*

               SET WS-LINEA-SUBTOTAL TO TRUE        *> IMPRIMIR SUBTOTAL
               PERFORM 2300-GRABAR-SALIDA

             END-PERFORM *> -----| FINAL PERFORM CORTE SUPERIOR |--- <*

             SET WS-LINEA-TOTALES    TO TRUE        *> IMPRIMIR TOTALES
             PERFORM 2300-GRABAR-SALIDA

             ADD WS-CLI-ANIO TO WS-CLI-DECADA

           END-PERFORM *> -------| FINAL PERFORM EXTERIOR |--------- <*

             SET WS-LINEA-TOTAL-DECADA TO TRUE     *> TOTAL DE LA DECADA
             PERFORM 2300-GRABAR-SALIDA

           END-PERFORM *> -----| FINAL PERFORM CORTE DECADA |------- <*
           EXIT PARAGRAPH.
       2000-F-PROCESO. EXIT.

      ******************************************************************
      * 2100-ABRIR-RECURSOS : REABRE LOS EXTRACTOS PARCIALES PARA LA    *
      * 2DA PASADA, ABRE EL LISTADO Y EL EXTRACTO FUSIONADO Y GRABA SU  *
      * UNICA CABECERA: LA FECHA Y LOS FILTROS DE LA CORRIDA, EL RANGO  *
      * DE ANIOS DE TODAS LAS PARTICIONES Y LA PARTICION EN CERO        *
      ******************************************************************
       2100-ABRIR-RECURSOS.

           SET WS-PASADA-IMPRESION TO TRUE
           OPEN INPUT EXTR-IN

           SET  WS-OPEN-SFILE TO TRUE        *> APERTURA ARCHIVO SALIDA
           OPEN OUTPUT SALIDA
           OPEN OUTPUT EXTR-FILE             *> EXTRACTO FUSIONADO

           MOVE 'CAB'             TO WS-EXTC-MARCA
           MOVE WS-FUS-FECHA      TO WS-EXTC-FECHA
           MOVE WS-FUS-ANIO-DESDE TO WS-EXTC-ANIO-DESDE
           MOVE WS-FUS-ANIO-HASTA TO WS-EXTC-ANIO-HASTA
           MOVE WS-FUS-SEXO       TO WS-EXTC-SEXO
           MOVE WS-FUS-RESUMEN    TO WS-EXTC-RESUMEN
           MOVE WS-FUS-ORDEN      TO WS-EXTC-ORDEN
           MOVE WS-FUS-RETIRADOS  TO WS-EXTC-RETIRADOS
           MOVE ZEROS             TO WS-EXTC-PARTICION
                                     WS-EXTC-CANT-PART
           WRITE REG-EXTRACTO FROM WS-REG-EXTR-CAB
           EXIT PARAGRAPH.

      ******************************************************************
      * 2200-LEER-EXTRACTO : LEE EL SIGUIENTE DETALLE DE LOS EXTRACTOS  *
      * PARCIALES EN LA 2DA PASADA (SALTEANDO LAS CABECERAS Y COLAS DE  *
      * CADA PARTICION), DERIVA EL ANIO/DECADA Y LO VALIDA Y BUSCA EN   *
      * LOS DUPLICADOS, IGUAL QUE 2200-LEER-CURSOR EN RPTCLI01          *
      ******************************************************************
       2200-LEER-EXTRACTO.

           READ EXTR-IN INTO WS-REG-EXTR
           AT END
              CONTINUE
           END-READ

           MOVE WS-REG-EXTR(1:3) TO WS-EXT-MARCA-LEIDA
           PERFORM UNTIL NOT WS-FSI-OK
                      OR (NOT WS-EXT-ES-CABECERA
                          AND NOT WS-EXT-ES-COLA)
              READ EXTR-IN INTO WS-REG-EXTR
              AT END
                 CONTINUE
              END-READ
              MOVE WS-REG-EXTR(1:3) TO WS-EXT-MARCA-LEIDA
           END-PERFORM

           IF WS-FSI-EOF
              IF WS-TOTAL-LEIDOS = 0
                 DISPLAY 'PARTICIONES SIN REGISTROS DE DETALLE'
              END-IF
              SET WS-PGM-FIN TO TRUE
           ELSE
              MOVE WS-EXT-FECNAC(1:4) TO WS-ANIO-NAC   *> SOLO ANIO
              MOVE WS-ANIO-NAC        TO WS-DECADA-ACTUAL
              MOVE '0'                TO WS-DECADA-ACTUAL(4:1)
              ADD 1 TO WS-TOTAL-LEIDOS
              PERFORM 2220-VALIDAR-EXCEPCION
              IF WS-CANT-DUP > 0
                 PERFORM 2240-ACUMULAR-DUPLICADO
              END-IF
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2220-VALIDAR-EXCEPCION : DETECTA SEXO FUERA DE F/M/O O FECNAC   *
      * CON FORMATO INVALIDO (AAAA-MM-DD), CON LAS MISMAS REGLAS QUE    *
      * RPTCLI01, PARA EL LISTADO DE EXCEPCIONES DEL FINAL              *
      ******************************************************************
       2220-VALIDAR-EXCEPCION.

           IF WS-EXT-SEXO NOT = 'F' AND NOT = 'M' AND NOT = 'O'
              IF WS-CANT-EXC2 < 999
                 ADD 1 TO WS-CANT-EXC2
                 SET WS-EXC2-IDX TO WS-CANT-EXC2
                 MOVE WS-EXT-NROCLI
                   TO WS-EXC2-TAB-NROCLI(WS-EXC2-IDX)
                 MOVE 'SEXO INVALIDO'
                   TO WS-EXC2-TAB-MOTIVO(WS-EXC2-IDX)
              END-IF
           ELSE
              IF WS-EXT-FECNAC(1:4)  NOT NUMERIC
                 OR WS-EXT-FECNAC(5:1)  NOT = '-'
                 OR WS-EXT-FECNAC(6:2)  NOT NUMERIC
                 OR WS-EXT-FECNAC(6:2)  < '01'
                 OR WS-EXT-FECNAC(6:2)  > '12'
                 OR WS-EXT-FECNAC(8:1)  NOT = '-'
                 OR WS-EXT-FECNAC(9:2)  NOT NUMERIC
                 OR WS-EXT-FECNAC(9:2)  < '01'
                 OR WS-EXT-FECNAC(9:2)  > '31'
                 IF WS-CANT-EXC2 < 999
                    ADD 1 TO WS-CANT-EXC2
                    SET WS-EXC2-IDX TO WS-CANT-EXC2
                    MOVE WS-EXT-NROCLI
                      TO WS-EXC2-TAB-NROCLI(WS-EXC2-IDX)
                    MOVE 'FECNAC INVALIDA'
                      TO WS-EXC2-TAB-MOTIVO(WS-EXC2-IDX)
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2240-ACUMULAR-DUPLICADO : SI EL NROCLI DEL DETALLE ESTA EN LA   *
      * TABLA DE DUPLICADOS Y TODAVIA NO SE LISTO, LO AGREGA AL LISTADO *
      * EN ORDEN DE PRIMERA APARICION                                   *
      ******************************************************************
       2240-ACUMULAR-DUPLICADO.

           SEARCH ALL WS-DUP-REG
              AT END
                 CONTINUE
              WHEN WS-DUP-NROCLI(WS-DUP-IDX) = WS-EXT-NROCLI
                 IF WS-DUP-LISTADO(WS-DUP-IDX) = 'N'
                    MOVE 'S' TO WS-DUP-LISTADO(WS-DUP-IDX)
                    ADD 1 TO WS-CANT-LDU
                    SET WS-LDU-IDX TO WS-CANT-LDU
                    MOVE WS-DUP-NROCLI(WS-DUP-IDX)
                      TO WS-LDU-NROCLI(WS-LDU-IDX)
                    MOVE WS-DUP-ENTRE(WS-DUP-IDX)
                      TO WS-LDU-ENTRE(WS-LDU-IDX)
                 END-IF
           END-SEARCH
           EXIT PARAGRAPH.

      ******************************************************************
      * 2260-BUSCAR-TOTAL-ANIO : BUSCA EN LA TABLA PRE-CARGADA EN LA    *
      * 1RA PASADA EL TOTAL DE CLIENTES DEL ANIO DE WS-ANIO-ANT, PARA   *
      * CALCULAR EL PORCENTAJE DEL SUBTOTAL DE SEXO SOBRE ESE TOTAL     *
      ******************************************************************
       2260-BUSCAR-TOTAL-ANIO.

           MOVE ZEROS TO WS-ANIO-TOTAL-LOOKUP
           SET WS-TAB-ANIO-IDX TO 1
           PERFORM UNTIL WS-TAB-ANIO-IDX > WS-CANT-TAB-ANIOS
              IF WS-TAB-ANIO-KEY(WS-TAB-ANIO-IDX) = WS-ANIO-ANT
                 MOVE WS-TAB-ANIO-CANT(WS-TAB-ANIO-IDX)
                   TO WS-ANIO-TOTAL-LOOKUP
                 SET WS-TAB-ANIO-IDX TO WS-CANT-TAB-ANIOS
              END-IF
              SET WS-TAB-ANIO-IDX UP BY 1
           END-PERFORM
           EXIT PARAGRAPH.

       2300-GRABAR-SALIDA.

           SET WS-WRITE-SFILE TO TRUE

           IF LINAGE-COUNTER = 1
              ADD 1                  TO WS-NUM-PAG
              MOVE WS-FECHA-IMPR     TO WS-TIT-FECHA-RPT
              MOVE WS-NUM-PAG        TO WS-TIT-PAGINA-RPT
              WRITE REG-SALIDA       FROM WS-TITULO-RPT
              WRITE REG-SALIDA       FROM WS-TITULO-FILTRO
              WRITE REG-SALIDA       FROM WS-LINEA-VACIA
           END-IF

           EVALUATE WS-EXT-SEXO
             WHEN 'F'
                  MOVE 'FEMENINO '   TO WS-SEXO-COPY
             WHEN 'M'
                  MOVE 'MASCULINO'   TO WS-SEXO-COPY
             WHEN 'O'
                  MOVE 'OTRO     '   TO WS-SEXO-COPY
             WHEN OTHER
                  MOVE 'DESCONOC.'   TO WS-SEXO-COPY
           END-EVALUATE

           EVALUATE TRUE
             WHEN WS-LINEA-SUBTITULO-DECADA
                  MOVE  WS-DECADA-TXT TO  WS-SUBT-DECADA
                  WRITE REG-SALIDA   FROM WS-SUBTITULO-DECADA
             WHEN WS-LINEA-TOTAL-DECADA
                  MOVE  WS-DECADA-TXT  TO WS-SUBT-DECADA-2
                  MOVE  WS-CLI-DECADA  TO WS-CLI-DECADA-2
                  MOVE  ZEROS          TO WS-CLI-DECADA-PCT
                  IF WS-CONTEO-TOTAL > 0
                     COMPUTE WS-CLI-DECADA-PCT ROUNDED =
                             (WS-CLI-DECADA / WS-CONTEO-TOTAL) * 100
                  END-IF
                  WRITE REG-SALIDA   FROM WS-TOTAL-DECADA
             WHEN WS-LINEA-SUBTITULO
                  MOVE  WS-ANIO-ANT  TO   WS-SUBT-ANIO
                  WRITE REG-SALIDA   FROM WS-SUBTITULO
             WHEN WS-LINEA-SUBTITULO-2
                  MOVE  WS-SEXO-COPY TO   WS-SEXO-COP2
                  WRITE REG-SALIDA   FROM WS-SUBTITULO-2
             WHEN WS-LINEA-COLUMNAS
                  IF NOT WS-FIL-SIN-DETALLE
                     WRITE REG-SALIDA FROM WS-COLUMNAS
                  END-IF
             WHEN WS-LINEA-DETALLE
      *> EL LISTADO RESUMEN NO IMPRIME NROCLI/NOMAPE; EL EXTRACTO
      *> FUSIONADO SE GRABA IGUAL, CON LOS CONTADORES DE SEXO/ANIO
      *> RECALCULADOS SOBRE EL CORTE COMPLETO
                  IF NOT WS-FIL-SIN-DETALLE
                     MOVE WS-EXT-NROCLI TO   REG-NROCLI
                     MOVE WS-EXT-NOMAPE TO   REG-NOMAPE
                     MOVE WS-EXT-FECNAC TO   REG-FECNAC
                     MOVE WS-EXT-SEXO   TO   REG-SEXO
                     WRITE REG-SALIDA   FROM WS-REG-SALIDA
                  END-IF

                  MOVE WS-CLI-SEX    TO   WS-EXT-CLI-SEX
                  MOVE WS-CLI-ANIO   TO   WS-EXT-CLI-ANIO
                  WRITE REG-EXTRACTO FROM WS-REG-EXTR
                  ADD 1 TO WS-EXT-CANT-DET
             WHEN WS-LINEA-SUBTOTAL
                  PERFORM 2260-BUSCAR-TOTAL-ANIO
                  MOVE WS-CLI-SEX    TO   WS-CLI-SEX-2
                  MOVE ZEROS         TO   WS-CLI-SEX-PCT
                  IF WS-ANIO-TOTAL-LOOKUP > 0
                     COMPUTE WS-CLI-SEX-PCT ROUNDED =
                             (WS-CLI-SEX / WS-ANIO-TOTAL-LOOKUP) * 100
                  END-IF
                  WRITE REG-SALIDA   FROM WS-SUBTOTALES
             WHEN WS-LINEA-TOTALES
                  MOVE WS-ANIO-ANT   TO   WS-ANIO-NA-2
                  MOVE WS-CLI-ANIO   TO   WS-CLI-ANIO2
                  MOVE ZEROS         TO   WS-CLI-ANIO-PCT
                  IF WS-CONTEO-TOTAL > 0
                     COMPUTE WS-CLI-ANIO-PCT ROUNDED =
                             (WS-CLI-ANIO / WS-CONTEO-TOTAL) * 100
                  END-IF
                  WRITE REG-SALIDA   FROM WS-TOTALES-COPY
             WHEN WS-LINEA-GRAN-TOTAL
                  MOVE WS-GRAN-TOTAL-CLI TO WS-GRAN-TOTAL-2
                  WRITE REG-SALIDA   FROM WS-GRAN-TOTAL-COPY
             WHEN WS-LINEA-EXC-TITULO
                  WRITE REG-SALIDA   FROM WS-EXC-TITULO-COPY
             WHEN WS-LINEA-EXCEPCION
                  MOVE WS-LDU-NROCLI(WS-LDU-IDX) TO WS-EXCF-NROCLI
                  IF WS-LDU-ENTRE(WS-LDU-IDX) = 'S'
                     MOVE '(SOLO ENTRE PARTICIONES)' TO WS-EXCF-MARCA
                  ELSE
                     MOVE SPACES                     TO WS-EXCF-MARCA
                  END-IF
                  WRITE REG-SALIDA   FROM WS-EXCEPCION-FUS
             WHEN WS-LINEA-EXC2-TITULO
                  WRITE REG-SALIDA   FROM WS-EXC2-TITULO-COPY
             WHEN WS-LINEA-EXC2-DETALLE
                  MOVE WS-EXC2-TAB-NROCLI(WS-EXC2-IDX) TO WS-EXC2-NROCLI
                  MOVE WS-EXC2-TAB-MOTIVO(WS-EXC2-IDX) TO WS-EXC2-MOTIVO
                  WRITE REG-SALIDA   FROM WS-EXC2-DETALLE
           END-EVALUATE

      *> EN MODO RESUMEN NO SE IMPRIMIO NI COLUMNAS NI DETALLE, ASI QUE
      *> TAMPOCO SE AGREGA LA LINEA EN BLANCO QUE NORMALMENTE LOS SIGUE
           IF NOT (WS-FIL-SIN-DETALLE
                   AND (WS-LINEA-COLUMNAS OR WS-LINEA-DETALLE))
              WRITE REG-SALIDA       FROM WS-LINEA-VACIA
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      *                    CUERPO PRINCIPAL FINAL                      *
      ******************************************************************
       3000-I-FINAL.

           IF WS-TOTAL-LEIDOS > 0 AND WS-FSS-OK AND NOT WS-CIERRE-HECHO
              MOVE WS-TOTAL-LEIDOS TO WS-MASCARA
              DISPLAY 'TOTAL DE REGISTROS LEIDOS:   '  WS-MASCARA
              MOVE WS-TOTAL-IMPRES TO WS-MASCARA
              DISPLAY 'TOTAL DE REGISTROS IMPRESOS: '  WS-MASCARA

      *> LOS EXTRACTOS PARCIALES CAMBIARON ENTRE LA 1RA Y LA 2DA
      *> PASADA: LOS PORCENTAJES Y DUPLICADOS NO SON CONFIABLES Y EL
      *> EXTRACTO FUSIONADO QUEDA SIN COLA
              IF WS-CONTEO-TOTAL NOT = WS-TOTAL-LEIDOS
                 DISPLAY 'ERROR: LA 1RA Y 2DA PASADA DE DDEXTRI NO '
                         'COINCIDEN EN CANTIDAD DE REGISTROS - EL '
                         'DDEXTR FUSIONADO QUEDA SIN COLA'
                 SET WS-FUSION-INVALIDA TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF

              SET WS-LINEA-GRAN-TOTAL TO TRUE  *> GRAN TOTAL DE TODAS
              PERFORM 2300-GRABAR-SALIDA       *> LAS PARTICIONES

              IF WS-CANT-EXC2 >= 999
                 DISPLAY 'ATENCION: MAS DE 999 CLIENTES CON SEXO O '
                         'FECNAC INVALIDOS - EL LISTADO DE EXCEPCIONES '
                         'SE TRUNCA EN WS-TABLA-EXCEPCIONES'
              END-IF

      *> EN MODO RESUMEN LOS LISTADOS DE DUPLICADOS Y DE EXCEPCIONES SE
      *> OMITEN DEL REPORTE, IGUAL QUE EN RPTCLI01
              IF WS-FIL-SIN-DETALLE
                 IF WS-CANT-LDU > 0 OR WS-CANT-EXC2 > 0
                    DISPLAY 'LISTADO RESUMEN: SE OMITEN DEL REPORTE '
                            WS-CANT-LDU ' NROCLI DUPLICADOS Y '
                            WS-CANT-EXC2 ' EXCEPCIONES DE SEXO/FECNAC '
                            '- CORRER SIN MODO RESUMEN PARA VERLOS'
                 END-IF
              ELSE
                 IF WS-CANT-LDU > 0
                    SET WS-LINEA-EXC-TITULO TO TRUE
                    PERFORM 2300-GRABAR-SALIDA
                    SET WS-LDU-IDX TO 1
                    PERFORM UNTIL WS-LDU-IDX > WS-CANT-LDU
                       SET WS-LINEA-EXCEPCION TO TRUE
                       PERFORM 2300-GRABAR-SALIDA
                       SET WS-LDU-IDX UP BY 1
                    END-PERFORM
                 END-IF

                 IF WS-CANT-EXC2 > 0
                    SET WS-LINEA-EXC2-TITULO TO TRUE
                    PERFORM 2300-GRABAR-SALIDA
                    SET WS-EXC2-IDX TO 1
                    PERFORM UNTIL WS-EXC2-IDX > WS-CANT-EXC2
                       SET WS-LINEA-EXC2-DETALLE TO TRUE
                       PERFORM 2300-GRABAR-SALIDA
                       SET WS-EXC2-IDX UP BY 1
                    END-PERFORM
                 END-IF
              END-IF
           END-IF

      *> LA COLA DEL EXTRACTO FUSIONADO SOLO SE GRABA SI LA FUSION
      *> TERMINO BIEN: SIN COLA, RPTCLI02/RPTCLI03/CARCLI01 LO TOMAN
      *> COMO UN ARCHIVO TRUNCADO Y NO LO USAN
           IF NOT WS-CIERRE-HECHO AND NOT WS-FUSION-INVALIDA
              AND WS-FSX-OK
              MOVE WS-EXT-CANT-DET TO WS-EXTF-CANT
              WRITE REG-EXTRACTO FROM WS-REG-EXTR-FIN
              MOVE WS-EXT-CANT-DET TO WS-MASCARA
              DISPLAY 'DETALLES EN EL DDEXTR FUSIONADO: ' WS-MASCARA
           END-IF

      *> SI EL DECLARATIVO DE ERROR YA CERRO ESTOS ARCHIVOS, VOLVER A
      *> CERRARLOS AQUI DISPARARIA DE NUEVO EL MISMO DECLARATIVO SOBRE UN
      *> ARCHIVO YA CERRADO (FILE STATUS 42) Y REENTRARIA EN UN CICLO
           IF NOT WS-CIERRE-HECHO
              IF WS-FS-SALIDA NOT = SPACES
                 CLOSE SALIDA
                 CLOSE EXTR-FILE
                 CLOSE EXTR-IN
              END-IF
              CLOSE ERR-LOG
           END-IF
           .
       3000-F-FINAL. EXIT.
      *
      ******************************************************************
      * 9100-MANEJAR-ERROR-ARCHIVO : LOGICA COMUN A LOS DECLARATIVOS DE *
      * ERROR (ON INPUT Y ON OUTPUT) - IDENTIFICA EL ARCHIVO QUE FALLO, *
      * LO REGISTRA EN EL LOG DE ERRORES Y CIERRA LO QUE QUEDO ABIERTO  *
      * ANTES DE DETENER EL PROGRAMA. EN LA 1RA PASADA (DENTRO DEL      *
      * SORT) SOLO INVALIDA LA FUSION: EL CICLO DE LECTURA TERMINA POR  *
      * EL FILE STATUS Y 1000-I-INICIO DETIENE EL PROGRAMA              *
      ******************************************************************
       9100-MANEJAR-ERROR-ARCHIVO.

      *> SI LOS CIERRES DE ESTE MISMO PARRAFO FALLAN, EL DECLARATIVO
      *> VUELVE A ENTRAR AQUI; CON EL CIERRE YA MARCADO SOLO SE SALE,
      *> PARA NO RECURSAR NI DUPLICAR EL REGISTRO DE ERROR
           IF WS-CIERRE-HECHO
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
             WHEN NOT WS-FSS-OK AND WS-FS-SALIDA NOT = SPACES
                  MOVE 'ESCRITURA ARCHIVO SALIDA (DDSALE)' TO WS-ACCION
                  MOVE WS-FS-SALIDA TO WS-CODE-SAL
             WHEN NOT WS-FSX-OK AND WS-FS-EXTR NOT = SPACES
                  MOVE 'ESCRITURA EXTRACTO FUSIONADO'      TO WS-ACCION
                  MOVE WS-FS-EXTR   TO WS-CODE-SAL
             WHEN NOT WS-FSI-OK AND WS-FS-EXTI NOT = SPACES
                  MOVE 'LECTURA EXTRACTOS PARCIALES'       TO WS-ACCION
                  MOVE WS-FS-EXTI   TO WS-CODE-SAL
             WHEN OTHER
                  MOVE 'ARCHIVO DESCONOCIDO'                TO WS-ACCION
           END-EVALUATE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION WS-CODE-SAL

           IF WS-PASADA-CARGA
              SET WS-FUSION-INVALIDA TO TRUE
              EXIT PARAGRAPH
           END-IF

           SET WS-CIERRE-HECHO TO TRUE
           IF WS-WRITE-SFILE
              SET WS-CLOSE-SFILE TO TRUE
              CLOSE SALIDA
              CLOSE EXTR-FILE
           END-IF
           CLOSE EXTR-IN
           CLOSE ERR-LOG
           MOVE 8 TO RETURN-CODE
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 9000-GRABAR-ERROR-LOG : ARMA Y GRABA UN REGISTRO EN EL LOG DE   *
      * ERRORES (DDERRLOG) CON LA FECHA/HORA, LA ACCION QUE FALLO, EL   *
      * FILE STATUS, Y EL ULTIMO CLIENTE LEIDO DE LAS PARTICIONES       *
      ******************************************************************
       9000-GRABAR-ERROR-LOG.

           ACCEPT WS-FECHA-ERR FROM DATE
           MOVE   WS-FEC-ERR-DD TO WS-FEC-ERR-DD2
           MOVE   WS-FEC-ERR-MM TO WS-FEC-ERR-MM2
           MOVE   WS-FEC-ERR-AA TO WS-FEC-ERR-AA2

           ACCEPT WS-HORA-ERR  FROM TIME
           MOVE   WS-HOR-ERR-HH TO WS-HOR-ERR-HH2
           MOVE   WS-HOR-ERR-MM TO WS-HOR-ERR-MM2
           MOVE   WS-HOR-ERR-SS TO WS-HOR-ERR-SS2

           MOVE WS-FECHA-ERR-IMPR TO REG-ERR-FECHA
           MOVE WS-HORA-ERR-IMPR  TO REG-ERR-HORA
           MOVE WS-ACCION         TO REG-ERR-ACCION
           MOVE ZEROS              TO REG-ERR-SQLCODE
           MOVE WS-CODE-SAL(1:2)  TO REG-ERR-FS
           MOVE WS-EXT-NROCLI      TO REG-ERR-NROCLI
           MOVE WS-ANIO-NAC       TO REG-ERR-ANIO-NAC
           MOVE WS-EXT-SEXO        TO REG-ERR-SEXO

           WRITE REG-ERRLOG
           EXIT PARAGRAPH.
