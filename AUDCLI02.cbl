      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCLI02.

      ******************************************************************
      *   PGM DE REPORTE DE LA AUDITORIA DE CAMBIOS DE CLIENTES        *
      *   (KC02803.TBAUDCLI)                                           *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * LISTA LA HISTORIA DE CAMBIOS CARGADA POR AUDCLI01 A PARTIR DE  *
      * LOS DIARIOS DE MNTCLI01, AGRUPADA POR NROCLI Y EN ORDEN        *
      * CRONOLOGICO, CON LA IMAGEN ANTERIOR Y POSTERIOR DE CADA        *
      * ENTRADA. LAS REVERSIONES DE UN BACKOUT SE MARCAN 'REV.' Y      *
      * MUESTRAN EL DIARIO/SECUENCIA QUE DESHICIERON; LAS ENTRADAS     *
      * DESHECHAS POR UN BACKOUT SE MARCAN 'DESH.'.                    *
      *                                                                *
      * LA TARJETA DDPARM (OPCIONAL) FILTRA POR UN NROCLI, POR UN      *
      * RANGO DE FECHAS DEL CAMBIO, POR TIPO DE ACCION (I/U/D) Y POR   *
      * TIPO DE ENTRADA (N NORMAL / R REVERSION); UN CAMPO EN BLANCO   *
      * (O NROCLI EN CEROS) NO FILTRA                                  *
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
      * TARJETA DE PARAMETROS DE FILTRO (ESTILO SYSIN) *
             SELECT PARM-FILE ASSIGN DDPARM
             FILE STATUS IS WS-FS-PARM.

      * LISTADO DE LA AUDITORIA *
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

      * TARJETA DE PARAMETROS: NROCLI, FECHA DESDE Y HASTA (AAAA-MM-DD),*
      * ACCION (I/U/D) Y TIPO DE ENTRADA (N/R)                          *
       FD PARM-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-PARM.
          05 REG-PARM-NROCLI      PIC X(09).
          05 FILLER               PIC X(01).
          05 REG-PARM-FEC-DESDE   PIC X(10).
          05 FILLER               PIC X(01).
          05 REG-PARM-FEC-HASTA   PIC X(10).
          05 FILLER               PIC X(01).
          05 REG-PARM-ACCION      PIC X(01).
          05 FILLER               PIC X(01).
          05 REG-PARM-TIPO        PIC X(01).
          05 FILLER               PIC X(45).

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

      * FILTRO OPCIONAL DE LA TARJETA DDPARM; SIN TARJETA SE LISTA TODO *
       01 WS-FILTRO.
          05 WS-FIL-NRO-DESDE   PIC S9(09) COMP VALUE 0.
          05 WS-FIL-NRO-HASTA   PIC S9(09) COMP VALUE 999999999.
          05 WS-FIL-FEC-DESDE   PIC X(10)  VALUE '0001-01-01'.
          05 WS-FIL-FEC-HASTA   PIC X(10)  VALUE '9999-12-31'.
          05 WS-FIL-ACCION      PIC X(01)  VALUE SPACE.
          05 WS-FIL-TIPO        PIC X(01)  VALUE SPACE.
          05 WS-FIL-NRO-TXT     PIC X(09)  VALUE SPACES.

      * FECHA DE LA TARJETA A VALIDAR (AAAA-MM-DD) *
       01 WS-FEC-VALIDAR.
          05 WS-FVA-ANIO     PIC X(04).
          05 WS-FVA-GUION1   PIC X(01).
          05 WS-FVA-MES      PIC X(02).
          05 WS-FVA-GUION2   PIC X(01).
          05 WS-FVA-DIA      PIC X(02).

       01 WS-SW-FECHA        PIC X(01)    VALUE 'S'.
          88 WS-FECHA-VALIDA              VALUE 'S'.

      * CLIENTE DE LA ULTIMA ENTRADA LISTADA, PARA EL CORTE POR NROCLI *
       01 WS-NROCLI-ANT      PIC S9(09)   COMP   VALUE -1.

      * TOTALIZADORES DEL REPORTE *
       01 WS-TOTALES.
          05 WS-TOT-ENTRADAS PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-CLIENTES PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-ALTAS    PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-MODIF    PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-BAJAS    PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-REVERS   PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-DESHECH  PIC 9(07)    VALUE ZEROS.

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
             'AUDCLI02 - AUDITORIA DE CAMBIOS'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TIT-FECHA    PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE 'PAG. '.
          05 WS-TIT-PAGINA   PIC ZZZ9.
          05 FILLER          PIC X(27)    VALUE SPACES.

      * LINEA CON EL FILTRO APLICADO *
       01 WS-TIT-FILTRO.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(08)    VALUE 'FILTRO: '.
          05 WS-TIT-FILTRO-TXT PIC X(100) VALUE SPACES.
          05 FILLER          PIC X(23)    VALUE SPACES.

       01 WS-LINEA-VACIA     PIC X(132)   VALUE SPACES.

      * ENCABEZADO DE COLUMNAS DEL DETALLE *
       01 WS-COLUMNAS.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 FILLER          PIC X(10)    VALUE 'NROCLI'.
          05 FILLER          PIC X(11)    VALUE 'FECHA'.
          05 FILLER          PIC X(09)    VALUE 'HORA'.
          05 FILLER          PIC X(06)    VALUE 'ACCION'.
          05 FILLER          PIC X(06)    VALUE 'MARCA'.
          05 FILLER          PIC X(04)    VALUE 'IMG'.
          05 FILLER          PIC X(41)    VALUE 'NOMAPE'.
          05 FILLER          PIC X(11)    VALUE 'FECNAC'.
          05 FILLER          PIC X(02)    VALUE 'S'.
          05 FILLER          PIC X(31)    VALUE
             'DIARIO / SECUENCIA (ORIGEN)'.

      * PRIMERA LINEA DE UNA ENTRADA: DATOS DEL CAMBIO E IMAGEN ANTERIOR*
       01 WS-REG-DETALLE.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-NROCLI   PIC Z(8)9.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-FECHA    PIC X(10).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-HORA     PIC X(08).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-ACCION   PIC X(05).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-MARCA    PIC X(05).
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
          05 FILLER          PIC X(04)    VALUE SPACES.

      * SEGUNDA LINEA DE UNA ENTRADA: IMAGEN POSTERIOR Y, EN UNA        *
      * REVERSION, EL DIARIO/SECUENCIA DE LA ENTRADA QUE DESHIZO        *
       01 WS-REG-DETALLE-2.
          05 FILLER          PIC X(44)    VALUE SPACES.
          05 FILLER          PIC X(03)    VALUE 'NVO'.
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-NVO-NOMAPE PIC X(40).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-NVO-FECNAC PIC X(10).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-NVO-SEXO PIC X(01).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-ORIGEN   PIC X(26).
          05 FILLER          PIC X(04)    VALUE SPACES.

      * LINEAS DE TOTALES *
       01 WS-LINEA-TOTAL.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TOT-TEXTO    PIC X(40).
          05 WS-TOT-CANT     PIC Z(8)9.
          05 FILLER          PIC X(78)    VALUE SPACES.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN DE LA AUDITORIA *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBAUDCLI END-EXEC.

      ******************************************************************
      * CURSOR AUDITORIA : ENTRADAS DE TBAUDCLI DENTRO DEL FILTRO, POR  *
      * CLIENTE Y EN ORDEN CRONOLOGICO; UN FILTRO EN BLANCO SE ANULA    *
      * CON LA MISMA FORMA DE PREDICADO QUE USA RPTCLI01 PARA EL SEXO   *
      ******************************************************************
           EXEC SQL
             DECLARE AUDITORIA CURSOR FOR
               SELECT JRNID,
                      JRNSEQ,
                      TIPO,
                      ACCION,
                      NROCLI,
                      ANTNOM,
                      ANTFEC,
                      ANTSEX,
                      NVONOM,
                      NVOFEC,
                      NVOSEX,
                      FECHA,
                      HORA,
                      REVERT,
                      ORIJRN,
                      ORISEQ
                    FROM KC02803.TBAUDCLI
                    WHERE NROCLI BETWEEN :WS-FIL-NRO-DESDE
                                     AND :WS-FIL-NRO-HASTA
                      AND FECHA  BETWEEN :WS-FIL-FEC-DESDE
                                     AND :WS-FIL-FEC-HASTA
                      AND (ACCION = :WS-FIL-ACCION
                           OR :WS-FIL-ACCION = ' ')
                      AND (TIPO = :WS-FIL-TIPO
                           OR :WS-FIL-TIPO = ' ')
                    ORDER BY NROCLI, FECHA, HORA, JRNID, JRNSEQ
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
      * 1100-LEER-PARAMETROS : LEE Y VALIDA LA TARJETA DDPARM OPCIONAL; *
      * UN VALOR INVALIDO DETIENE LA CORRIDA CON RC 8                   *
      ******************************************************************
       1100-LEER-PARAMETROS.

           OPEN INPUT PARM-FILE

           IF WS-FSP-OK
              READ PARM-FILE
              IF WS-FSP-OK
                 PERFORM 1150-VALIDAR-PARAMETROS
              END-IF
              CLOSE PARM-FILE
           END-IF

           IF WS-FIL-NRO-DESDE = WS-FIL-NRO-HASTA
              MOVE WS-FIL-NRO-DESDE TO WS-DET-NROCLI
              MOVE WS-DET-NROCLI    TO WS-FIL-NRO-TXT
           ELSE
              MOVE 'TODOS'          TO WS-FIL-NRO-TXT
           END-IF

           MOVE SPACES TO WS-TIT-FILTRO-TXT
           STRING 'NROCLI '          DELIMITED BY SIZE
                  WS-FIL-NRO-TXT     DELIMITED BY SIZE
                  '  FECHAS '        DELIMITED BY SIZE
                  WS-FIL-FEC-DESDE   DELIMITED BY SIZE
                  ' A '              DELIMITED BY SIZE
                  WS-FIL-FEC-HASTA   DELIMITED BY SIZE
                  '  ACCION: '       DELIMITED BY SIZE
                  WS-FIL-ACCION      DELIMITED BY SIZE
                  '  TIPO: '         DELIMITED BY SIZE
                  WS-FIL-TIPO        DELIMITED BY SIZE
             INTO WS-TIT-FILTRO-TXT
           END-STRING
           EXIT PARAGRAPH.

      ******************************************************************
      * 1150-VALIDAR-PARAMETROS : PASA A WS-FILTRO LOS CAMPOS INFORMADOS*
      ******************************************************************
       1150-VALIDAR-PARAMETROS.

           IF REG-PARM-NROCLI NOT = SPACES
              IF REG-PARM-NROCLI NOT NUMERIC
                 DISPLAY 'NROCLI INVALIDO EN DDPARM: ' REG-PARM-NROCLI
                 MOVE 8 TO RETURN-CODE
                 SET WS-PGM-FIN TO TRUE
                 EXIT PARAGRAPH
              END-IF
              IF REG-PARM-NROCLI NOT = ZEROS
                 MOVE REG-PARM-NROCLI TO WS-FIL-NRO-DESDE
                 MOVE REG-PARM-NROCLI TO WS-FIL-NRO-HASTA
              END-IF
           END-IF

           IF REG-PARM-FEC-DESDE NOT = SPACES
              MOVE REG-PARM-FEC-DESDE TO WS-FEC-VALIDAR
              PERFORM 1160-VALIDAR-FECHA
              IF NOT WS-FECHA-VALIDA
                 DISPLAY 'FECHA DESDE INVALIDA EN DDPARM: '
                         REG-PARM-FEC-DESDE
                 MOVE 8 TO RETURN-CODE
                 SET WS-PGM-FIN TO TRUE
                 EXIT PARAGRAPH
              END-IF
              MOVE REG-PARM-FEC-DESDE TO WS-FIL-FEC-DESDE
           END-IF

           IF REG-PARM-FEC-HASTA NOT = SPACES
              MOVE REG-PARM-FEC-HASTA TO WS-FEC-VALIDAR
              PERFORM 1160-VALIDAR-FECHA
              IF NOT WS-FECHA-VALIDA
                 DISPLAY 'FECHA HASTA INVALIDA EN DDPARM: '
                         REG-PARM-FEC-HASTA
                 MOVE 8 TO RETURN-CODE
                 SET WS-PGM-FIN TO TRUE
                 EXIT PARAGRAPH
              END-IF
              MOVE REG-PARM-FEC-HASTA TO WS-FIL-FEC-HASTA
           END-IF

           IF WS-FIL-FEC-DESDE > WS-FIL-FEC-HASTA
              DISPLAY 'RANGO DE FECHAS INVERTIDO EN DDPARM'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF REG-PARM-ACCION NOT = SPACE
              IF REG-PARM-ACCION NOT = 'I' AND NOT = 'U'
                                   AND NOT = 'D'
                 DISPLAY 'ACCION INVALIDA EN DDPARM: ' REG-PARM-ACCION
                 MOVE 8 TO RETURN-CODE
                 SET WS-PGM-FIN TO TRUE
                 EXIT PARAGRAPH
              END-IF
              MOVE REG-PARM-ACCION TO WS-FIL-ACCION
           END-IF

           IF REG-PARM-TIPO NOT = SPACE
              IF REG-PARM-TIPO NOT = 'N' AND NOT = 'R'
                 DISPLAY 'TIPO INVALIDO EN DDPARM: ' REG-PARM-TIPO
                 MOVE 8 TO RETURN-CODE
                 SET WS-PGM-FIN TO TRUE
                 EXIT PARAGRAPH
              END-IF
              MOVE REG-PARM-TIPO TO WS-FIL-TIPO
           END-IF
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

           SET WS-OPEN-CURSOR TO TRUE
           EXEC SQL OPEN AUDITORIA END-EXEC

      *> EL FIN DE DATOS DEL CURSOR SE RESUELVE EN EL PROPIO FETCH
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM 2200-LEER-CURSOR
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM 2400-GRABAR-DETALLE
              PERFORM 2200-LEER-CURSOR
           END-PERFORM

           SET WS-CLOSE-CURSOR TO TRUE
           EXEC SQL CLOSE AUDITORIA END-EXEC

           IF WS-TOT-ENTRADAS = 0
              DISPLAY 'SIN ENTRADAS DE AUDITORIA PARA EL FILTRO PEDIDO'
           END-IF

           SET WS-PGM-FIN TO TRUE      *> UNA SOLA PASADA
           EXIT PARAGRAPH.
       2000-F-PROCESO. EXIT.

      ******************************************************************
      * 2200-LEER-CURSOR : LEE LA SIGUIENTE ENTRADA DE AUDITORIA        *
      ******************************************************************
       2200-LEER-CURSOR.

           SET WS-FETCH-CURSOR TO TRUE
           EXEC SQL FETCH AUDITORIA INTO :WT-AUD-JRNID,
                                         :WT-AUD-JRNSEQ,
                                         :WT-AUD-TIPO,
                                         :WT-AUD-ACCION,
                                         :WT-AUD-NROCLI,
                                         :WT-AUD-ANTNOM,
                                         :WT-AUD-ANTFEC,
                                         :WT-AUD-ANTSEX,
                                         :WT-AUD-NVONOM,
                                         :WT-AUD-NVOFEC,
                                         :WT-AUD-NVOSEX,
                                         :WT-AUD-FECHA,
                                         :WT-AUD-HORA,
                                         :WT-AUD-REVERT,
                                         :WT-AUD-ORIJRN,
                                         :WT-AUD-ORISEQ
           END-EXEC
           EXIT PARAGRAPH.

      ******************************************************************
      * 2400-GRABAR-DETALLE : DOS LINEAS POR ENTRADA (IMAGEN ANTERIOR Y *
      * POSTERIOR), CON UNA LINEA EN BLANCO AL CAMBIAR DE CLIENTE       *
      ******************************************************************
       2400-GRABAR-DETALLE.

           IF LINAGE-COUNTER = 1
              ADD 1              TO WS-NUM-PAG
              MOVE WS-FECHA-IMPR TO WS-TIT-FECHA
              MOVE WS-NUM-PAG    TO WS-TIT-PAGINA
              WRITE REG-SALIDA   FROM WS-TITULO
              WRITE REG-SALIDA   FROM WS-TIT-FILTRO
              WRITE REG-SALIDA   FROM WS-LINEA-VACIA
              WRITE REG-SALIDA   FROM WS-COLUMNAS
           END-IF

           IF WT-AUD-NROCLI NOT = WS-NROCLI-ANT
              IF WS-NROCLI-ANT NOT = -1 AND LINAGE-COUNTER > 5
                 WRITE REG-SALIDA FROM WS-LINEA-VACIA
              END-IF
              MOVE WT-AUD-NROCLI TO WS-NROCLI-ANT
              ADD 1 TO WS-TOT-CLIENTES
           END-IF

           ADD 1 TO WS-TOT-ENTRADAS
           MOVE WT-AUD-NROCLI TO WS-DET-NROCLI
           MOVE WT-AUD-FECHA  TO WS-DET-FECHA
           MOVE WT-AUD-HORA   TO WS-DET-HORA
           EVALUATE WT-AUD-ACCION
             WHEN 'I'
                  MOVE 'ALTA'  TO WS-DET-ACCION
                  ADD 1 TO WS-TOT-ALTAS
             WHEN 'U'
                  MOVE 'MODIF' TO WS-DET-ACCION
                  ADD 1 TO WS-TOT-MODIF
             WHEN 'D'
                  MOVE 'BAJA'  TO WS-DET-ACCION
                  ADD 1 TO WS-TOT-BAJAS
             WHEN OTHER
                  MOVE '?'     TO WS-DET-ACCION
           END-EVALUATE

           EVALUATE TRUE
             WHEN WT-AUD-TIPO = 'R' AND WT-AUD-REVERT = 'S'
                  MOVE 'R+DES' TO WS-DET-MARCA
             WHEN WT-AUD-TIPO = 'R'
                  MOVE 'REV.'  TO WS-DET-MARCA
             WHEN WT-AUD-REVERT = 'S'
                  MOVE 'DESH.' TO WS-DET-MARCA
             WHEN OTHER
                  MOVE SPACES  TO WS-DET-MARCA
           END-EVALUATE
           IF WT-AUD-TIPO = 'R'
              ADD 1 TO WS-TOT-REVERS
           END-IF
           IF WT-AUD-REVERT = 'S'
              ADD 1 TO WS-TOT-DESHECH
           END-IF

           MOVE WT-AUD-ANTNOM TO WS-DET-ANT-NOMAPE
           MOVE WT-AUD-ANTFEC TO WS-DET-ANT-FECNAC
           MOVE WT-AUD-ANTSEX TO WS-DET-ANT-SEXO
           MOVE WT-AUD-NVONOM TO WS-DET-NVO-NOMAPE
           MOVE WT-AUD-NVOFEC TO WS-DET-NVO-FECNAC
           MOVE WT-AUD-NVOSEX TO WS-DET-NVO-SEXO

           MOVE WT-AUD-JRNSEQ TO WS-TOT-CANT
           MOVE SPACES        TO WS-DET-DIARIO
           STRING WT-AUD-JRNID      DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  WS-TOT-CANT(3:7)  DELIMITED BY SIZE
             INTO WS-DET-DIARIO
           END-STRING

           MOVE SPACES TO WS-DET-ORIGEN
           IF WT-AUD-TIPO = 'R'
              IF WT-AUD-ORIJRN = SPACES
                 MOVE '(ORIGEN NO CARGADO)' TO WS-DET-ORIGEN
              ELSE
                 MOVE WT-AUD-ORISEQ TO WS-TOT-CANT
                 STRING WT-AUD-ORIJRN     DELIMITED BY SIZE
                        '/'               DELIMITED BY SIZE
                        WS-TOT-CANT(3:7)  DELIMITED BY SIZE
                   INTO WS-DET-ORIGEN
                 END-STRING
              END-IF
           END-IF

           WRITE REG-SALIDA FROM WS-REG-DETALLE
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
                  MOVE 'APERTURA CURSOR AUDITORIA' TO WS-ACCION
             WHEN WS-FETCH-CURSOR
                  MOVE 'FETCH CURSOR AUDITORIA'    TO WS-ACCION
                  EXEC SQL CLOSE AUDITORIA END-EXEC
             WHEN WS-CLOSE-CURSOR
                  MOVE 'CIERRE CURSOR AUDITORIA'   TO WS-ACCION
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
              MOVE 'ENTRADAS LISTADAS              :' TO WS-TOT-TEXTO
              MOVE WS-TOT-ENTRADAS TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'CLIENTES CON CAMBIOS           :' TO WS-TOT-TEXTO
              MOVE WS-TOT-CLIENTES TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'ALTAS                          :' TO WS-TOT-TEXTO
              MOVE WS-TOT-ALTAS    TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'MODIFICACIONES                 :' TO WS-TOT-TEXTO
              MOVE WS-TOT-MODIF    TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'BAJAS                          :' TO WS-TOT-TEXTO
              MOVE WS-TOT-BAJAS    TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'REVERSIONES DE BACKOUT (REV.)  :' TO WS-TOT-TEXTO
              MOVE WS-TOT-REVERS   TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
              MOVE 'ENTRADAS DESHECHAS (DESH.)     :' TO WS-TOT-TEXTO
              MOVE WS-TOT-DESHECH  TO WS-TOT-CANT
              WRITE REG-SALIDA FROM WS-LINEA-TOTAL
           END-IF

           DISPLAY 'ENTRADAS LISTADAS       : ' WS-TOT-ENTRADAS
           DISPLAY 'CLIENTES CON CAMBIOS    : ' WS-TOT-CLIENTES

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
           EXEC SQL CLOSE AUDITORIA END-EXEC

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
      * SQLCODE/FILE STATUS                                             *
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
