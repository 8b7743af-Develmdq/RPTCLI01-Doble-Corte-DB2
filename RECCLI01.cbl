      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECCLI01.

      ******************************************************************
      *   PGM DE CONCILIACION DE FOTOS DEL HISTORICO (TBHISCLI) CONTRA *
      *   LOS DIARIOS DE MANTENIMIENTO CARGADOS EN TBAUDCLI            *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * TOMA DOS FECCARGA DE LA TARJETA DDPARM (DESDE Y HASTA) Y       *
      * COMPARA CLIENTE POR CLIENTE LAS DOS FOTOS DE TBHISCLI QUE      *
      * CARGO CARCLI01. CADA NROCLI AGREGADO, QUITADO O MODIFICADO     *
      * ENTRE LAS DOS FOTOS SE BUSCA EXPLICAR CON LAS ENTRADAS DE LOS  *
      * DIARIOS DE MNTCLI01 (CARGADOS POR AUDCLI01 EN TBAUDCLI) DE     *
      * FECHA ENTRE LAS DOS FECCARGA, AMBAS INCLUSIVE.                 *
      *                                                                *
      * LAS ENTRADAS DEL CLIENTE SE APLICAN EN ORDEN CRONOLOGICO SOBRE *
      * LA FOTO DESDE (CADA ENTRADA DEJA UNA IMAGEN COMPLETA, ASI QUE   *
      * REPETIR UNA ENTRADA DEL MISMO DIA PERO ANTERIOR A LA FOTO NO   *
      * ALTERA EL RESULTADO); LA DIFERENCIA QUEDA EXPLICADA SI ALGUNA  *
      * DE LAS IMAGENES RESULTANTES COINCIDE CON LA FOTO HASTA (LAS    *
      * ENTRADAS DEL DIA HASTA POSTERIORES A LA FOTO NO LA TAPAN).     *
      * LO QUE NO SE EXPLICA SE LISTA CON SUS VALORES ANTERIOR Y       *
      * POSTERIOR: ES UN CAMBIO HECHO POR FUERA DE MNTCLI01 (SQL       *
      * DIRECTO, CARGA ERRONEA) O UN DIARIO QUE NO SE CARGO.           *
      *                                                                *
      * DDPARM: FECHA DESDE (AAAA-MM-DD), FECHA HASTA, Y UNA MARCA DE  *
      * DETALLE ('N' LISTA SOLO LO NO EXPLICADO; POR OMISION SE LISTA  *
      * TODA DIFERENCIA CON LA ENTRADA DE DIARIO QUE LA EXPLICA)       *
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
      * TARJETA DE PARAMETROS: LAS DOS FECCARGA A CONCILIAR *
             SELECT PARM-FILE ASSIGN DDPARM
             FILE STATUS IS WS-FS-PARM.

      * LISTADO DE LA CONCILIACION *
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

      * TARJETA DE PARAMETROS: FECCARGA DESDE Y HASTA (AAAA-MM-DD) Y    *
      * MARCA DE DETALLE                                                *
       FD PARM-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-PARM.
          05 REG-PARM-FEC-DESDE   PIC X(10).
          05 FILLER               PIC X(01).
          05 REG-PARM-FEC-HASTA   PIC X(10).
          05 FILLER               PIC X(01).
          05 REG-PARM-DETALLE     PIC X(01).
          05 FILLER               PIC X(57).

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

      * INDICADOR DE CUAL CONSULTA ESTA EN CURSO Y DE LA OPERACION DEL  *
      * CURSOR, PARA QUE 2600-CERRAR-CURSOR IDENTIFIQUE EL ERROR        *
       01 WS-SW-CONSULTA     PIC X(01)    VALUE SPACE.
          88 WS-CONSULTA-CONTEO           VALUE '1'.
          88 WS-CONSULTA-FOTOANT          VALUE '2'.
          88 WS-CONSULTA-FOTONVA          VALUE '3'.
          88 WS-CONSULTA-MOVIM            VALUE '4'.

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

      * FECCARGA DE LAS DOS FOTOS A CONCILIAR (VARIABLES HOST) *
       01 WS-FEC-DESDE       PIC X(10)    VALUE SPACES.
       01 WS-FEC-HASTA       PIC X(10)    VALUE SPACES.

      * MARCA DE DETALLE: 'S' LISTA TODA DIFERENCIA, 'N' SOLO LAS NO    *
      * EXPLICADAS                                                      *
       01 WS-SW-DETALLE      PIC X(01)    VALUE 'S'.
          88 WS-DETALLE-COMPLETO          VALUE 'S'.

      * FECHA DE LA TARJETA A VALIDAR (AAAA-MM-DD) *
       01 WS-FEC-VALIDAR.
          05 WS-FVA-ANIO     PIC X(04).
          05 WS-FVA-GUION1   PIC X(01).
          05 WS-FVA-MES      PIC X(02).
          05 WS-FVA-GUION2   PIC X(01).
          05 WS-FVA-DIA      PIC X(02).

       01 WS-SW-FECHA        PIC X(01)    VALUE 'S'.
          88 WS-FECHA-VALIDA              VALUE 'S'.

      * FILAS DE CADA FOTO SEGUN COUNT(*), PARA VERIFICAR QUE EXISTAN *
       01 WS-CANT-FOTO       PIC S9(09)   COMP   VALUE ZEROS.
       01 WS-CANT-FOTO-ANT   PIC 9(09)    VALUE ZEROS.
       01 WS-CANT-FOTO-NVA   PIC 9(09)    VALUE ZEROS.

      * CLAVES DEL APAREO; 9999999999 (FUERA DEL RANGO DE NROCLI)       *
      * MARCA EL FIN DE CADA FOTO                                       *
       01 WS-CLAVE-ANT       PIC 9(10)    VALUE ZEROS.
          88 WS-ANT-FIN                   VALUE 9999999999.
       01 WS-CLAVE-NVA       PIC 9(10)    VALUE ZEROS.
          88 WS-NVA-FIN                   VALUE 9999999999.

      * FILA VIGENTE DE CADA FOTO *
       01 WS-FOTO-ANT.
          05 WS-FAN-NROCLI   PIC S9(09)   COMP.
          05 WS-FAN-NOMAPE   PIC X(40).
          05 WS-FAN-FECNAC   PIC X(10).
          05 WS-FAN-SEXO     PIC X(01).

       01 WS-FOTO-NVA.
          05 WS-FNV-NROCLI   PIC S9(09)   COMP.
          05 WS-FNV-NOMAPE   PIC X(40).
          05 WS-FNV-FECNAC   PIC X(10).
          05 WS-FNV-SEXO     PIC X(01).

      * DIFERENCIA EN CURSO: CLIENTE, CLASE Y PRESENCIA EN CADA FOTO *
       01 WS-DIF-NROCLI      PIC S9(09)   COMP   VALUE ZEROS.
       01 WS-SW-DIFERENCIA   PIC X(01)    VALUE SPACE.
          88 WS-DIF-ALTA                  VALUE 'I'.
          88 WS-DIF-BAJA                  VALUE 'D'.
          88 WS-DIF-MODIF                 VALUE 'U'.

      * ESTADO DEL CLIENTE A MEDIDA QUE SE APLICAN SUS ENTRADAS DE      *
      * DIARIO SOBRE LA FOTO DESDE                                      *
       01 WS-ESTADO.
          05 WS-SW-EST-EXISTE PIC X(01).
             88 WS-EST-EXISTE             VALUE 'S'.
          05 WS-EST-NOMAPE   PIC X(40).
          05 WS-EST-FECNAC   PIC X(10).
          05 WS-EST-SEXO     PIC X(01).

      * RESULTADO DE LA EXPLICACION DE LA DIFERENCIA EN CURSO *
       01 WS-SW-EXPLICADA    PIC X(01)    VALUE 'N'.
          88 WS-DIF-EXPLICADA             VALUE 'S'.
       01 WS-CANT-MOVIM      PIC 9(05)    VALUE ZEROS.
       01 WS-EXP-JRNID       PIC X(18)    VALUE SPACES.
       01 WS-EXP-JRNSEQ      PIC S9(09)   COMP   VALUE ZEROS.

      * TOTALIZADORES DE LA CONCILIACION *
       01 WS-TOTALES.
          05 WS-TOT-IGUALES  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-ALTA-EXP PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-ALTA-NOE PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-BAJA-EXP PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-BAJA-NOE PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-MODI-EXP PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-MODI-NOE PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-NO-EXPL  PIC 9(09)    VALUE ZEROS.

       77 WS-MASCARA         PIC Z(8)9     VALUE ZEROS.

      * INDICADOR DE TIPO DE LINEA A GRABAR EN 2500-GRABAR-SALIDA *
       01 WS-SW-LINEA        PIC X(01)    VALUE SPACE.
          88 WS-LIN-DETALLE               VALUE '1'.
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
             'RECCLI01 - CONCILIACION FOTOS/DIARIOS'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TIT-FECHA    PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE 'PAG. '.
          05 WS-TIT-PAGINA   PIC ZZZ9.
          05 FILLER          PIC X(27)    VALUE SPACES.

      * LINEA CON LAS DOS FOTOS CONCILIADAS *
       01 WS-TIT-FOTOS.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(13)    VALUE 'FOTO DESDE : '.
          05 WS-TIT-DESDE    PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(16)    VALUE '   FOTO HASTA : '.
          05 WS-TIT-HASTA    PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(82)    VALUE SPACES.

       01 WS-LINEA-VACIA     PIC X(132)   VALUE SPACES.

      * ENCABEZADO DE COLUMNAS DEL DETALLE *
       01 WS-COLUMNAS.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(10)    VALUE 'NROCLI'.
          05 FILLER          PIC X(06)    VALUE 'DIF.'.
          05 FILLER          PIC X(13)    VALUE 'RESULTADO'.
          05 FILLER          PIC X(06)    VALUE 'MOVS'.
          05 FILLER          PIC X(04)    VALUE 'IMG'.
          05 FILLER          PIC X(41)    VALUE 'NOMAPE'.
          05 FILLER          PIC X(11)    VALUE 'FECNAC'.
          05 FILLER          PIC X(02)    VALUE 'S'.
          05 FILLER          PIC X(38)    VALUE
             'EXPLICADA POR DIARIO / SECUENCIA'.

      * PRIMERA LINEA DE UNA DIFERENCIA: CLASE, RESULTADO E IMAGEN DE   *
      * LA FOTO DESDE                                                   *
       01 WS-REG-DETALLE.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-NROCLI   PIC Z(8)9.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-DIF      PIC X(05).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-RESULT   PIC X(12).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-MOVIM    PIC ZZZZ9.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(03)    VALUE 'ANT'.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-ANT-NOMAPE PIC X(40).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-ANT-FECNAC PIC X(10).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-ANT-SEXO PIC X(01).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-DIARIO   PIC X(26).
          05 FILLER          PIC X(11)    VALUE SPACES.

      * SEGUNDA LINEA DE UNA DIFERENCIA: IMAGEN DE LA FOTO HASTA *
       01 WS-REG-DETALLE-2.
          05 FILLER          PIC X(36)    VALUE SPACES.
          05 FILLER          PIC X(03)    VALUE 'NVO'.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-NVO-NOMAPE PIC X(40).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-NVO-FECNAC PIC X(10).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-NVO-SEXO PIC X(01).
          05 FILLER          PIC X(39)    VALUE SPACES.

      * LINEAS DE TOTALES *
       01 WS-LINEA-TOTAL.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TOT-TEXTO    PIC X(40).
          05 WS-TOT-CANT     PIC Z(8)9.
          05 FILLER          PIC X(78)    VALUE SPACES.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBHISCLI END-EXEC.
                EXEC SQL INCLUDE TBAUDCLI END-EXEC.

      ******************************************************************
      * CURSORES FOTOANT / FOTONVA : LAS DOS FOTOS DE TBHISCLI A        *
      * CONCILIAR, EN ORDEN DE NROCLI PARA EL APAREO; LAS FILAS DE UN   *
      * NROCLI REPETIDO SE ORDENAN POR SUS DATOS PARA QUE APAREEN IGUAL *
      * EN LAS DOS FOTOS                                                *
      ******************************************************************
           EXEC SQL
             DECLARE FOTOANT CURSOR FOR
               SELECT NROCLI,
                      NOMAPE,
                      FECNAC,
                      SEXO
                    FROM KC02803.TBHISCLI
                    WHERE FECCARGA = :WS-FEC-DESDE
                    ORDER BY NROCLI, NOMAPE, FECNAC, SEXO
           END-EXEC.

           EXEC SQL
             DECLARE FOTONVA CURSOR FOR
               SELECT NROCLI,
                      NOMAPE,
                      FECNAC,
                      SEXO
                    FROM KC02803.TBHISCLI
                    WHERE FECCARGA = :WS-FEC-HASTA
                    ORDER BY NROCLI, NOMAPE, FECNAC, SEXO
           END-EXEC.

      ******************************************************************
      * CURSOR MOVIMIENTOS : ENTRADAS DE DIARIO DE UN CLIENTE CON FECHA *
      * ENTRE LAS DOS FECCARGA, EN EL ORDEN EN QUE SE APLICARON         *
      ******************************************************************
           EXEC SQL
             DECLARE MOVIMIENTOS CURSOR FOR
               SELECT JRNID,
                      JRNSEQ,
                      ACCION,
                      NVONOM,
                      NVOFEC,
                      NVOSEX,
                      FILAS
                    FROM KC02803.TBAUDCLI
                    WHERE NROCLI = :WS-DIF-NROCLI
                      AND FECHA BETWEEN :WS-FEC-DESDE
                                    AND :WS-FEC-HASTA
                    ORDER BY FECHA, HORA, JRNID, JRNSEQ
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

           PERFORM 1100-LEER-PARAMETROS
           .
       1000-F-INICIO.   EXIT.

      ******************************************************************
      * 1100-LEER-PARAMETROS : LEE Y VALIDA LA TARJETA DDPARM, QUE ES   *
      * OBLIGATORIA (SIN LAS DOS FECCARGA NO HAY NADA QUE CONCILIAR)    *
      ******************************************************************
       1100-LEER-PARAMETROS.

           OPEN INPUT PARM-FILE

           IF WS-FSP-OK
              READ PARM-FILE
              IF WS-FSP-OK
                 MOVE REG-PARM-FEC-DESDE TO WS-FEC-DESDE
                 MOVE REG-PARM-FEC-HASTA TO WS-FEC-HASTA
                 IF REG-PARM-DETALLE NOT = SPACE
                    MOVE REG-PARM-DETALLE TO WS-SW-DETALLE
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF

           MOVE WS-FEC-DESDE TO WS-FEC-VALIDAR
           PERFORM 1160-VALIDAR-FECHA
           IF NOT WS-FECHA-VALIDA
              DISPLAY 'FECCARGA DESDE FALTANTE O INVALIDA EN DDPARM: '
                      WS-FEC-DESDE
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-FEC-HASTA TO WS-FEC-VALIDAR
           PERFORM 1160-VALIDAR-FECHA
           IF NOT WS-FECHA-VALIDA
              DISPLAY 'FECCARGA HASTA FALTANTE O INVALIDA EN DDPARM: '
                      WS-FEC-HASTA
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-FEC-DESDE NOT < WS-FEC-HASTA
              DISPLAY 'LA FECCARGA DESDE DEBE SER ANTERIOR A LA HASTA'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-SW-DETALLE NOT = 'S' AND NOT = 'N'
              DISPLAY 'MARCA DE DETALLE INVALIDA EN DDPARM: '
                      WS-SW-DETALLE
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-FEC-DESDE TO WS-TIT-DESDE
           MOVE WS-FEC-HASTA TO WS-TIT-HASTA
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

      *> EL FIN DE DATOS DE LOS CURSORES SE RESUELVE EN CADA FETCH
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM 2100-CONTROLAR-FOTOS
           IF WS-PGM-FIN
              GO TO 2000-F-PROCESO
           END-IF

           SET WS-CONSULTA-FOTOANT TO TRUE
           SET WS-OPEN-CURSOR TO TRUE
           EXEC SQL OPEN FOTOANT END-EXEC
           SET WS-CONSULTA-FOTONVA TO TRUE
           SET WS-OPEN-CURSOR TO TRUE
           EXEC SQL OPEN FOTONVA END-EXEC

           PERFORM 2200-LEER-FOTO-ANT
           PERFORM 2250-LEER-FOTO-NVA

      *> APAREO POR NROCLI: SOLO EN LA FOTO DESDE ES UNA BAJA, SOLO EN
      *> LA FOTO HASTA ES UN ALTA, EN LAS DOS SE COMPARAN LOS DATOS
           PERFORM UNTIL WS-ANT-FIN AND WS-NVA-FIN
              EVALUATE TRUE
                WHEN WS-CLAVE-ANT < WS-CLAVE-NVA
                     SET WS-DIF-BAJA TO TRUE
                     MOVE WS-FAN-NROCLI TO WS-DIF-NROCLI
                     PERFORM 2400-EXPLICAR-DIFERENCIA
                     PERFORM 2200-LEER-FOTO-ANT
                WHEN WS-CLAVE-ANT > WS-CLAVE-NVA
                     SET WS-DIF-ALTA TO TRUE
                     MOVE WS-FNV-NROCLI TO WS-DIF-NROCLI
                     PERFORM 2400-EXPLICAR-DIFERENCIA
                     PERFORM 2250-LEER-FOTO-NVA
                WHEN OTHER
                     IF WS-FAN-NOMAPE = WS-FNV-NOMAPE
                        AND WS-FAN-FECNAC = WS-FNV-FECNAC
                        AND WS-FAN-SEXO   = WS-FNV-SEXO
                        ADD 1 TO WS-TOT-IGUALES
                     ELSE
                        SET WS-DIF-MODIF TO TRUE
                        MOVE WS-FAN-NROCLI TO WS-DIF-NROCLI
                        PERFORM 2400-EXPLICAR-DIFERENCIA
                     END-IF
                     PERFORM 2200-LEER-FOTO-ANT
                     PERFORM 2250-LEER-FOTO-NVA
              END-EVALUATE
           END-PERFORM

           SET WS-CONSULTA-FOTOANT TO TRUE
           SET WS-CLOSE-CURSOR TO TRUE
           EXEC SQL CLOSE FOTOANT END-EXEC
           SET WS-CONSULTA-FOTONVA TO TRUE
           SET WS-CLOSE-CURSOR TO TRUE
           EXEC SQL CLOSE FOTONVA END-EXEC

           SET WS-PGM-FIN TO TRUE      *> UNA SOLA PASADA
           EXIT PARAGRAPH.
       2000-F-PROCESO. EXIT.

      ******************************************************************
      * 2100-CONTROLAR-FOTOS : LAS DOS FECCARGA TIENEN QUE TENER FOTO   *
      * EN TBHISCLI (UNA FOTO ARCHIVADA POR HISCLI01 DEBE RECARGARSE    *
      * ANTES CON SU MODO 'R')                                          *
      ******************************************************************
       2100-CONTROLAR-FOTOS.

           SET WS-CONSULTA-CONTEO TO TRUE
           EXEC SQL
             SELECT COUNT(*)
                  INTO :WS-CANT-FOTO
                  FROM KC02803.TBHISCLI
                  WHERE FECCARGA = :WS-FEC-DESDE
           END-EXEC
           MOVE WS-CANT-FOTO TO WS-CANT-FOTO-ANT

           EXEC SQL
             SELECT COUNT(*)
                  INTO :WS-CANT-FOTO
                  FROM KC02803.TBHISCLI
                  WHERE FECCARGA = :WS-FEC-HASTA
           END-EXEC
           MOVE WS-CANT-FOTO TO WS-CANT-FOTO-NVA

           IF WS-CANT-FOTO-ANT = 0
              DISPLAY 'NO HAY FOTO EN TBHISCLI PARA LA FECCARGA '
                      WS-FEC-DESDE
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
           END-IF
           IF WS-CANT-FOTO-NVA = 0
              DISPLAY 'NO HAY FOTO EN TBHISCLI PARA LA FECCARGA '
                      WS-FEC-HASTA
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2200-LEER-FOTO-ANT / 2250-LEER-FOTO-NVA : LEEN LA FILA          *
      * SIGUIENTE DE CADA FOTO; AL TERMINAR LA CLAVE QUEDA EN 9999999999*
      ******************************************************************
       2200-LEER-FOTO-ANT.

           SET WS-CONSULTA-FOTOANT TO TRUE
           SET WS-FETCH-CURSOR TO TRUE
           EXEC SQL FETCH FOTOANT INTO :WT-HIS-NROCLI,
                                       :WT-HIS-NOMAPE,
                                       :WT-HIS-FECNAC,
                                       :WT-HIS-SEXO
           END-EXEC
           IF SQLCODE = 100
              MOVE 9999999999 TO WS-CLAVE-ANT
           ELSE
              MOVE WT-HIS-NROCLI TO WS-FAN-NROCLI
              MOVE WT-HIS-NOMAPE TO WS-FAN-NOMAPE
              MOVE WT-HIS-FECNAC TO WS-FAN-FECNAC
              MOVE WT-HIS-SEXO   TO WS-FAN-SEXO
              MOVE WT-HIS-NROCLI TO WS-CLAVE-ANT
           END-IF
           EXIT PARAGRAPH.

       2250-LEER-FOTO-NVA.

           SET WS-CONSULTA-FOTONVA TO TRUE
           SET WS-FETCH-CURSOR TO TRUE
           EXEC SQL FETCH FOTONVA INTO :WT-HIS-NROCLI,
                                       :WT-HIS-NOMAPE,
                                       :WT-HIS-FECNAC,
                                       :WT-HIS-SEXO
           END-EXEC
           IF SQLCODE = 100
              MOVE 9999999999 TO WS-CLAVE-NVA
           ELSE
              MOVE WT-HIS-NROCLI TO WS-FNV-NROCLI
              MOVE WT-HIS-NOMAPE TO WS-FNV-NOMAPE
              MOVE WT-HIS-FECNAC TO WS-FNV-FECNAC
              MOVE WT-HIS-SEXO   TO WS-FNV-SEXO
              MOVE WT-HIS-NROCLI TO WS-CLAVE-NVA
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2400-EXPLICAR-DIFERENCIA : PARTE DE LA IMAGEN DE LA FOTO DESDE  *
      * Y APLICA EN ORDEN LAS ENTRADAS DE DIARIO DEL CLIENTE; LA        *
      * DIFERENCIA QUEDA EXPLICADA CUANDO ALGUNA IMAGEN RESULTANTE ES   *
      * LA DE LA FOTO HASTA (SE GUARDA LA ULTIMA ENTRADA QUE LA DEJO)   *
      ******************************************************************
       2400-EXPLICAR-DIFERENCIA.

           MOVE 'N'    TO WS-SW-EXPLICADA
           MOVE ZEROS  TO WS-CANT-MOVIM, WS-EXP-JRNSEQ
           MOVE SPACES TO WS-EXP-JRNID
           IF WS-DIF-ALTA
              MOVE 'N'           TO WS-SW-EST-EXISTE
              MOVE SPACES        TO WS-EST-NOMAPE, WS-EST-FECNAC,
                                    WS-EST-SEXO
           ELSE
              MOVE 'S'           TO WS-SW-EST-EXISTE
              MOVE WS-FAN-NOMAPE TO WS-EST-NOMAPE
              MOVE WS-FAN-FECNAC TO WS-EST-FECNAC
              MOVE WS-FAN-SEXO   TO WS-EST-SEXO
           END-IF

           SET WS-CONSULTA-MOVIM TO TRUE
           SET WS-OPEN-CURSOR TO TRUE
           EXEC SQL OPEN MOVIMIENTOS END-EXEC

           PERFORM 2410-LEER-MOVIMIENTO
           PERFORM UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-CANT-MOVIM
              PERFORM 2420-APLICAR-MOVIMIENTO
              PERFORM 2410-LEER-MOVIMIENTO
           END-PERFORM

           SET WS-CONSULTA-MOVIM TO TRUE
           SET WS-CLOSE-CURSOR TO TRUE
           EXEC SQL CLOSE MOVIMIENTOS END-EXEC

           EVALUATE TRUE
             WHEN WS-DIF-ALTA AND WS-DIF-EXPLICADA
                  ADD 1 TO WS-TOT-ALTA-EXP
             WHEN WS-DIF-ALTA
                  ADD 1 TO WS-TOT-ALTA-NOE
             WHEN WS-DIF-BAJA AND WS-DIF-EXPLICADA
                  ADD 1 TO WS-TOT-BAJA-EXP
             WHEN WS-DIF-BAJA
                  ADD 1 TO WS-TOT-BAJA-NOE
             WHEN WS-DIF-EXPLICADA
                  ADD 1 TO WS-TOT-MODI-EXP
             WHEN OTHER
                  ADD 1 TO WS-TOT-MODI-NOE
           END-EVALUATE
           IF NOT WS-DIF-EXPLICADA
              ADD 1 TO WS-TOT-NO-EXPL
           END-IF

           IF WS-DETALLE-COMPLETO OR NOT WS-DIF-EXPLICADA
              PERFORM 2450-GRABAR-DIFERENCIA
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2410-LEER-MOVIMIENTO : LEE LA SIGUIENTE ENTRADA DE DIARIO DEL   *
      * CLIENTE                                                         *
      ******************************************************************
       2410-LEER-MOVIMIENTO.

           SET WS-CONSULTA-MOVIM TO TRUE
           SET WS-FETCH-CURSOR TO TRUE
           EXEC SQL FETCH MOVIMIENTOS INTO :WT-AUD-JRNID,
                                           :WT-AUD-JRNSEQ,
                                           :WT-AUD-ACCION,
                                           :WT-AUD-NVONOM,
                                           :WT-AUD-NVOFEC,
                                           :WT-AUD-NVOSEX,
                                           :WT-AUD-FILAS
           END-EXEC
           EXIT PARAGRAPH.

      ******************************************************************
      * 2420-APLICAR-MOVIMIENTO : APLICA LA ENTRADA AL ESTADO DEL       *
      * CLIENTE (UNA ENTRADA QUE NO TOCO FILAS NO LO CAMBIA) Y VERIFICA *
      * SI EL ESTADO RESULTANTE ES EL DE LA FOTO HASTA                  *
      ******************************************************************
       2420-APLICAR-MOVIMIENTO.

           IF WT-AUD-FILAS = 0
              EXIT PARAGRAPH
           END-IF

           IF WT-AUD-ACCION = 'D'
              MOVE 'N'           TO WS-SW-EST-EXISTE
              MOVE SPACES        TO WS-EST-NOMAPE, WS-EST-FECNAC,
                                    WS-EST-SEXO
           ELSE
              MOVE 'S'           TO WS-SW-EST-EXISTE
              MOVE WT-AUD-NVONOM TO WS-EST-NOMAPE
              MOVE WT-AUD-NVOFEC TO WS-EST-FECNAC
              MOVE WT-AUD-NVOSEX TO WS-EST-SEXO
           END-IF

           EVALUATE TRUE
             WHEN WS-DIF-BAJA
                  IF NOT WS-EST-EXISTE
                     SET WS-DIF-EXPLICADA TO TRUE
                     MOVE WT-AUD-JRNID  TO WS-EXP-JRNID
                     MOVE WT-AUD-JRNSEQ TO WS-EXP-JRNSEQ
                  END-IF
             WHEN OTHER
                  IF WS-EST-EXISTE
                     AND WS-EST-NOMAPE = WS-FNV-NOMAPE
                     AND WS-EST-FECNAC = WS-FNV-FECNAC
                     AND WS-EST-SEXO   = WS-FNV-SEXO
                     SET WS-DIF-EXPLICADA TO TRUE
                     MOVE WT-AUD-JRNID  TO WS-EXP-JRNID
                     MOVE WT-AUD-JRNSEQ TO WS-EXP-JRNSEQ
                  END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2450-GRABAR-DIFERENCIA : DOS LINEAS POR DIFERENCIA, CON LOS     *
      * VALORES DE LA FOTO DESDE (ANT) Y DE LA FOTO HASTA (NVO)         *
      ******************************************************************
       2450-GRABAR-DIFERENCIA.

           MOVE WS-DIF-NROCLI TO WS-DET-NROCLI
           MOVE WS-CANT-MOVIM TO WS-DET-MOVIM
           EVALUATE TRUE
             WHEN WS-DIF-ALTA
                  MOVE 'ALTA'  TO WS-DET-DIF
             WHEN WS-DIF-BAJA
                  MOVE 'BAJA'  TO WS-DET-DIF
             WHEN OTHER
                  MOVE 'MODIF' TO WS-DET-DIF
           END-EVALUATE

           IF WS-DIF-ALTA
              MOVE '(SIN FILA EN LA FOTO)' TO WS-DET-ANT-NOMAPE
              MOVE SPACES        TO WS-DET-ANT-FECNAC, WS-DET-ANT-SEXO
           ELSE
              MOVE WS-FAN-NOMAPE TO WS-DET-ANT-NOMAPE
              MOVE WS-FAN-FECNAC TO WS-DET-ANT-FECNAC
              MOVE WS-FAN-SEXO   TO WS-DET-ANT-SEXO
           END-IF
           IF WS-DIF-BAJA
              MOVE '(SIN FILA EN LA FOTO)' TO WS-DET-NVO-NOMAPE
              MOVE SPACES        TO WS-DET-NVO-FECNAC, WS-DET-NVO-SEXO
           ELSE
              MOVE WS-FNV-NOMAPE TO WS-DET-NVO-NOMAPE
              MOVE WS-FNV-FECNAC TO WS-DET-NVO-FECNAC
              MOVE WS-FNV-SEXO   TO WS-DET-NVO-SEXO
           END-IF

           MOVE SPACES TO WS-DET-DIARIO
           IF WS-DIF-EXPLICADA
              MOVE 'EXPLICADA'    TO WS-DET-RESULT
              MOVE WS-EXP-JRNSEQ  TO WS-MASCARA
              STRING WS-EXP-JRNID       DELIMITED BY SIZE
                     '/'                DELIMITED BY SIZE
                     WS-MASCARA(3:7)    DELIMITED BY SIZE
                INTO WS-DET-DIARIO
              END-STRING
           ELSE
              MOVE 'NO EXPLICADA' TO WS-DET-RESULT
           END-IF

           SET WS-LIN-DETALLE TO TRUE
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
              WRITE REG-SALIDA   FROM WS-TIT-FOTOS
              WRITE REG-SALIDA   FROM WS-LINEA-VACIA
              WRITE REG-SALIDA   FROM WS-COLUMNAS
           END-IF

           EVALUATE TRUE
             WHEN WS-LIN-DETALLE
                  WRITE REG-SALIDA FROM WS-REG-DETALLE
                  WRITE REG-SALIDA FROM WS-REG-DETALLE-2
             WHEN WS-LIN-TOTAL
                  WRITE REG-SALIDA FROM WS-LINEA-TOTAL
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2600-CERRAR-CURSOR : DESTINO DEL WHENEVER SQLERROR, COMUN A     *
      * TODAS LAS CONSULTAS DEL PROGRAMA                                *
      ******************************************************************
       2600-CERRAR-CURSOR.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           EVALUATE TRUE
             WHEN WS-CONSULTA-CONTEO
                  MOVE 'COUNT TBHISCLI (FOTOS)'     TO WS-ACCION
             WHEN WS-CONSULTA-FOTOANT AND WS-OPEN-CURSOR
                  MOVE 'APERTURA CURSOR FOTOANT'    TO WS-ACCION
             WHEN WS-CONSULTA-FOTOANT AND WS-FETCH-CURSOR
                  MOVE 'FETCH CURSOR FOTOANT'       TO WS-ACCION
             WHEN WS-CONSULTA-FOTOANT AND WS-CLOSE-CURSOR
                  MOVE 'CIERRE CURSOR FOTOANT'      TO WS-ACCION
             WHEN WS-CONSULTA-FOTONVA AND WS-OPEN-CURSOR
                  MOVE 'APERTURA CURSOR FOTONVA'    TO WS-ACCION
             WHEN WS-CONSULTA-FOTONVA AND WS-FETCH-CURSOR
                  MOVE 'FETCH CURSOR FOTONVA'       TO WS-ACCION
             WHEN WS-CONSULTA-FOTONVA AND WS-CLOSE-CURSOR
                  MOVE 'CIERRE CURSOR FOTONVA'      TO WS-ACCION
             WHEN WS-CONSULTA-MOVIM AND WS-OPEN-CURSOR
                  MOVE 'APERTURA CURSOR MOVIMIENTOS' TO WS-ACCION
             WHEN WS-CONSULTA-MOVIM AND WS-FETCH-CURSOR
                  MOVE 'FETCH CURSOR MOVIMIENTOS'   TO WS-ACCION
             WHEN WS-CONSULTA-MOVIM AND WS-CLOSE-CURSOR
                  MOVE 'CIERRE CURSOR MOVIMIENTOS'  TO WS-ACCION
             WHEN OTHER
                  MOVE 'CONSULTA SQL DESCONOCIDA'   TO WS-ACCION
           END-EVALUATE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION SQLCODE

      *> LOS CURSORES QUE NO ESTUVIERAN ABIERTOS SOLO DEVUELVEN UN
      *> SQLCODE QUE ACA SE IGNORA
           EXEC SQL CLOSE MOVIMIENTOS END-EXEC
           EXEC SQL CLOSE FOTOANT END-EXEC
           EXEC SQL CLOSE FOTONVA END-EXEC

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
              SET WS-LIN-TOTAL TO TRUE
              MOVE 'CLIENTES EN LA FOTO DESDE      :' TO WS-TOT-TEXTO
              MOVE WS-CANT-FOTO-ANT TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'CLIENTES EN LA FOTO HASTA      :' TO WS-TOT-TEXTO
              MOVE WS-CANT-FOTO-NVA TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'CLIENTES SIN CAMBIOS           :' TO WS-TOT-TEXTO
              MOVE WS-TOT-IGUALES   TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'ALTAS EXPLICADAS               :' TO WS-TOT-TEXTO
              MOVE WS-TOT-ALTA-EXP  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'ALTAS NO EXPLICADAS            :' TO WS-TOT-TEXTO
              MOVE WS-TOT-ALTA-NOE  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'BAJAS EXPLICADAS               :' TO WS-TOT-TEXTO
              MOVE WS-TOT-BAJA-EXP  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'BAJAS NO EXPLICADAS            :' TO WS-TOT-TEXTO
              MOVE WS-TOT-BAJA-NOE  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'MODIFICACIONES EXPLICADAS      :' TO WS-TOT-TEXTO
              MOVE WS-TOT-MODI-EXP  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'MODIFICACIONES NO EXPLICADAS   :' TO WS-TOT-TEXTO
              MOVE WS-TOT-MODI-NOE  TO WS-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
           END-IF

           MOVE WS-TOT-IGUALES TO WS-MASCARA
           DISPLAY 'CLIENTES SIN CAMBIOS ENTRE FOTOS:   ' WS-MASCARA
           MOVE WS-TOT-NO-EXPL TO WS-MASCARA
           DISPLAY 'DIFERENCIAS NO EXPLICADAS:          ' WS-MASCARA

           IF WS-TOT-NO-EXPL > 0
              DISPLAY 'ATENCION: HAY CAMBIOS EN EL HISTORICO QUE NO '
                      'PASARON POR MNTCLI01 - VER EL LISTADO DE '
                      'DIFERENCIAS EN LA SALIDA'
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
           EXEC SQL CLOSE MOVIMIENTOS END-EXEC
           EXEC SQL CLOSE FOTOANT END-EXEC
           EXEC SQL CLOSE FOTONVA END-EXEC

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
           MOVE WS-DIF-NROCLI      TO REG-ERR-NROCLI
           MOVE WS-FAN-FECNAC(1:4) TO REG-ERR-ANIO-NAC
           MOVE WS-FAN-SEXO        TO REG-ERR-SEXO

           WRITE REG-ERRLOG
           EXIT PARAGRAPH.
