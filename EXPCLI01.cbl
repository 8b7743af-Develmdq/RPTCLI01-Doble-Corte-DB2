      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLI01.

      ******************************************************************
      *   PGM DE EXPORTACION DE SOLICITUDES ONLINE APROBADAS A         *
      *   TRANSACCIONES DE MANTENIMIENTO (DDTRANS DE MNTCLI01)         *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * LAS SOLICITUDES DE ALTA/MODIFICACION/BAJA QUE SE CARGAN EN     *
      * SOLCLI01 Y QUE OTRO USUARIO APRUEBA EN APRCLI01 QUEDAN EN      *
      * KC02803.TBSOLCLI CON ESTADO 'A'. ESTE PROGRAMA LAS RECORRE EN  *
      * ORDEN DE NROSOL, GRABA UNA TRANSACCION POR CADA UNA EN DDTRANS *
      * CON EL LAYOUT REG-TRANS DE MNTCLI01 Y LAS MARCA EXPORTADAS     *
      * (ESTADO 'E', FECEXP = FECHA DE CORRIDA), ASI NINGUNA SE BAJA   *
      * DOS VECES. EL DDTRANS RESULTANTE ENTRA A LA CADENA NOCTURNA    *
      * COMO CUALQUIER OTRO: EDTCLI01 Y LUEGO MNTCLI01, QUE LO DIARIZA *
      * EN DDJRNL Y MANEJA LAS BAJAS EN TBBAJCLI COMO SIEMPRE.         *
      *                                                                *
      * TODO SE CONFIRMA CON UN UNICO COMMIT AL FINAL: ANTE CUALQUIER  *
      * ERROR DE DB2 SE HACE ROLLBACK, LAS SOLICITUDES SIGUEN          *
      * APROBADAS Y EL DDTRANS GRABADO DEBE DESCARTARSE (RC 9999)      *
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
      * TRANSACCIONES GENERADAS (LAYOUT REG-TRANS DE MNTCLI01) *
             SELECT TRANS-OUT ASSIGN DDTRANS
             FILE STATUS IS WS-FS-TRANS.

      * LISTADO DE SOLICITUDES EXPORTADAS *
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

      * TRANSACCION DE MANTENIMIENTO, MISMO LAYOUT QUE REG-TRANS DE     *
      * MNTCLI01; SE GRABA CON WRITE FROM WS-REG-TRANS                  *
       FD TRANS-OUT
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-TRANS                 PIC X(80).

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

      * CONTROL FILE STATUS DE LAS SALIDAS; ARRANCAN EN BLANCOS PARA    *
      * QUE 9100 NO LES ATRIBUYA UNA FALLA PREVIA A SU APERTURA         *
       01 WS-FS-TRANS        PIC X(2)     VALUE SPACES.
          88 WS-FST-OK                    VALUE '00'.
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

      * FECHA DE CORRIDA EN FORMATO AAAA-MM-DD, PARA FECEXP (MISMO      *
      * FORMATO QUE LAS FECHAS DE SOLCLI01/APRCLI01)                    *
       01 WS-FECHA-CORRIDA.
          05 FILLER          PIC X(02)    VALUE '20'.
          05 WS-FCO-AA       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-MM       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-DD       PIC 9(02).

      * TRANSACCION A GRABAR, LAYOUT REG-TRANS DE MNTCLI01 *
       01 WS-REG-TRANS.
          05 WS-TRA-ACCION       PIC X(01).
             88 WS-TRA-ALTA                 VALUE 'I'.
             88 WS-TRA-MODIF                VALUE 'U'.
             88 WS-TRA-BAJA                 VALUE 'D'.
          05 WS-TRA-NROCLI       PIC 9(09).
          05 WS-TRA-NOMAPE       PIC X(40).
          05 WS-TRA-FECNAC       PIC X(10).
          05 WS-TRA-SEXO         PIC X(01).
          05 FILLER              PIC X(19).

      * INDICADOR DE CUAL CONSULTA SQL ESTA EN CURSO, PARA QUE          *
      * 2600-CERRAR-CURSOR IDENTIFIQUE CORRECTAMENTE DONDE OCURRIO UN   *
      * ERROR                                                           *
       01 WS-SW-CONSULTA     PIC X(01)    VALUE SPACE.
          88 WS-CONSULTA-APROB            VALUE '1'.
          88 WS-CONSULTA-MARCA            VALUE '2'.
          88 WS-CONSULTA-CONFIRMA         VALUE '3'.

      * INDICADOR DE OPERACION SOBRE EL CURSOR DE APROBADAS *
       01 WS-SW-CURSOR       PIC X(01)    VALUE SPACE.
          88 WS-OPEN-CURSOR               VALUE 'O'.
          88 WS-FETCH-CURSOR              VALUE 'F'.
          88 WS-CLOSE-CURSOR              VALUE 'C'.

      * FECHA DE EXPORTACION (VARIABLE HOST DEL UPDATE) *
       77 WS-FECEXP-SQL      PIC X(10)    VALUE SPACES.

      * TOTALIZADORES DE LA CORRIDA *
       01 WS-TOTALES.
          05 WS-TOT-EXPORT   PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-ALTAS    PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-MODIF    PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-BAJAS    PIC 9(07)    VALUE ZEROS.

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
             'EXPCLI01 - SOLICITUDES APROBADAS'.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-TIT-FECHA    PIC X(10)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(05)    VALUE 'PAG. '.
          05 WS-TIT-PAGINA   PIC ZZZ9.
          05 FILLER          PIC X(27)    VALUE SPACES.

       01 WS-LINEA-VACIA     PIC X(132)   VALUE SPACES.

      * ENCABEZADO DE COLUMNAS DEL DETALLE *
       01 WS-COLUMNAS.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(11)    VALUE 'NROSOL'.
          05 FILLER          PIC X(14)    VALUE 'ACCION'.
          05 FILLER          PIC X(12)    VALUE 'NROCLI'.
          05 FILLER          PIC X(42)    VALUE 'NOMAPE'.
          05 FILLER          PIC X(10)    VALUE 'SOLICITO'.
          05 FILLER          PIC X(10)    VALUE 'APROBO'.
          05 FILLER          PIC X(10)    VALUE 'FECHA APR.'.
          05 FILLER          PIC X(18)    VALUE SPACES.

      * LINEA DE DETALLE POR SOLICITUD EXPORTADA *
       01 WS-REG-DETALLE.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-DET-NROSOL   PIC Z(8)9.
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-ACCION   PIC X(12).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-NROCLI   PIC 9(09).
          05 FILLER          PIC X(03)    VALUE SPACES.
          05 WS-DET-NOMAPE   PIC X(40).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-USRSOL   PIC X(08).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-USRAUT   PIC X(08).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-FECAUT   PIC X(10).
          05 FILLER          PIC X(18)    VALUE SPACES.

      * LINEAS DE TOTALES DE LA CORRIDA *
       01 WS-REG-TOTALES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(24)    VALUE
             'SOLICITUDES EXPORTADAS:'.
          05 WS-TOT-EXPORT-2 PIC ZZZZZZ9.
          05 FILLER          PIC X(96)    VALUE SPACES.

       01 WS-REG-TOTALES-2.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(24)    VALUE
             'ALTAS / MODIF. / BAJAS:'.
          05 WS-TOT-ALTAS-2  PIC ZZZZZZ9.
          05 FILLER          PIC X(03)    VALUE ' / '.
          05 WS-TOT-MODIF-2  PIC ZZZZZZ9.
          05 FILLER          PIC X(03)    VALUE ' / '.
          05 WS-TOT-BAJAS-2  PIC ZZZZZZ9.
          05 FILLER          PIC X(76)    VALUE SPACES.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN DE LA COLA DE SOLICITUDES *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBSOLCLI END-EXEC.

      ******************************************************************
      * CURSOR SOLAPROB : SOLICITUDES APROBADAS Y TODAVIA NO           *
      * EXPORTADAS, EN ORDEN DE NROSOL (ORDEN EN QUE SE CARGARON)      *
      ******************************************************************
           EXEC SQL
             DECLARE SOLAPROB CURSOR FOR
               SELECT NROSOL,
                      ACCION,
                      NROCLI,
                      NOMAPE,
                      FECNAC,
                      SEXO,
                      USRSOL,
                      USRAUT,
                      FECAUT
                    FROM KC02803.TBSOLCLI
                    WHERE ESTADO = 'A'
                    ORDER BY NROSOL
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

           MOVE WS-FECHA-CORRIDA TO WS-FECEXP-SQL
           .
       1000-F-INICIO.   EXIT.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE PROCESOS                   *
      ******************************************************************
       2000-I-PROCESO.

           OPEN OUTPUT ERR-LOG
           OPEN OUTPUT LISTADO
           OPEN OUTPUT TRANS-OUT

           PERFORM 2100-EXPORTAR-APROBADAS

           SET WS-PGM-FIN TO TRUE      *> UNA SOLA PASADA
           EXIT PARAGRAPH.
       2000-F-PROCESO. EXIT.

      ******************************************************************
      * 2100-EXPORTAR-APROBADAS : RECORRE LAS SOLICITUDES APROBADAS,    *
      * GRABA SU TRANSACCION EN DDTRANS, LAS MARCA EXPORTADAS Y         *
      * CONFIRMA TODO JUNTO AL FINAL                                    *
      ******************************************************************
       2100-EXPORTAR-APROBADAS.

           SET WS-CONSULTA-APROB TO TRUE
           SET WS-OPEN-CURSOR TO TRUE
           EXEC SQL OPEN SOLAPROB END-EXEC

      *> EL FIN DE DATOS DEL CURSOR SE RESUELVE EN EL PROPIO FETCH
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           SET WS-FETCH-CURSOR TO TRUE
           EXEC SQL FETCH SOLAPROB INTO :WT-SOL-NROSOL,
                                         :WT-SOL-ACCION,
                                         :WT-SOL-NROCLI,
                                         :WT-SOL-NOMAPE,
                                         :WT-SOL-FECNAC,
                                         :WT-SOL-SEXO,
                                         :WT-SOL-USRSOL,
                                         :WT-SOL-USRAUT,
                                         :WT-SOL-FECAUT
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM 2200-GRABAR-TRANSACCION
              SET WS-CONSULTA-APROB TO TRUE
              SET WS-FETCH-CURSOR TO TRUE
              EXEC SQL FETCH SOLAPROB INTO :WT-SOL-NROSOL,
                                            :WT-SOL-ACCION,
                                            :WT-SOL-NROCLI,
                                            :WT-SOL-NOMAPE,
                                            :WT-SOL-FECNAC,
                                            :WT-SOL-SEXO,
                                            :WT-SOL-USRSOL,
                                            :WT-SOL-USRAUT,
                                            :WT-SOL-FECAUT
              END-EXEC
           END-PERFORM

           SET WS-CONSULTA-APROB TO TRUE
           SET WS-CLOSE-CURSOR TO TRUE
           EXEC SQL CLOSE SOLAPROB END-EXEC

           SET WS-CONSULTA-CONFIRMA TO TRUE
           EXEC SQL COMMIT END-EXEC

           IF WS-TOT-EXPORT = 0
              DISPLAY 'SIN SOLICITUDES APROBADAS PENDIENTES DE EXPORTAR'
                      ' - DDTRANS QUEDA VACIO'
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2200-GRABAR-TRANSACCION : ARMA LA TRANSACCION REG-TRANS DE LA   *
      * SOLICITUD LEIDA (UNA BAJA SOLO LLEVA EL NROCLI, COMO LAS        *
      * TARJETAS DE BAJA DE MNTCLI01), LA GRABA Y MARCA LA SOLICITUD    *
      * COMO EXPORTADA                                                  *
      ******************************************************************
       2200-GRABAR-TRANSACCION.

           MOVE SPACES         TO WS-REG-TRANS
           MOVE WT-SOL-ACCION  TO WS-TRA-ACCION
           MOVE WT-SOL-NROCLI  TO WS-TRA-NROCLI
           IF NOT WS-TRA-BAJA
              MOVE WT-SOL-NOMAPE TO WS-TRA-NOMAPE
              MOVE WT-SOL-FECNAC TO WS-TRA-FECNAC
              MOVE WT-SOL-SEXO   TO WS-TRA-SEXO
           END-IF

           WRITE REG-TRANS FROM WS-REG-TRANS

           SET WS-CONSULTA-MARCA TO TRUE
           EXEC SQL
             UPDATE KC02803.TBSOLCLI
                SET ESTADO = 'E',
                    FECEXP = :WS-FECEXP-SQL
              WHERE NROSOL = :WT-SOL-NROSOL
                AND ESTADO = 'A'
           END-EXEC

           ADD 1 TO WS-TOT-EXPORT
           EVALUATE TRUE
             WHEN WS-TRA-ALTA
                  ADD 1 TO WS-TOT-ALTAS
             WHEN WS-TRA-MODIF
                  ADD 1 TO WS-TOT-MODIF
             WHEN WS-TRA-BAJA
                  ADD 1 TO WS-TOT-BAJAS
           END-EVALUATE

           PERFORM 2400-GRABAR-DETALLE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2400-GRABAR-DETALLE : UNA LINEA DEL LISTADO POR SOLICITUD       *
      * EXPORTADA, CON LOS DOS USUARIOS QUE INTERVINIERON               *
      ******************************************************************
       2400-GRABAR-DETALLE.

           IF LINAGE-COUNTER = 1
              ADD 1              TO WS-NUM-PAG
              MOVE WS-FECHA-IMPR TO WS-TIT-FECHA
              MOVE WS-NUM-PAG    TO WS-TIT-PAGINA
              WRITE REG-SALIDA   FROM WS-TITULO
              WRITE REG-SALIDA   FROM WS-LINEA-VACIA
              WRITE REG-SALIDA   FROM WS-COLUMNAS
           END-IF

           MOVE WT-SOL-NROSOL TO WS-DET-NROSOL
           EVALUATE TRUE
             WHEN WS-TRA-ALTA
                  MOVE 'ALTA'         TO WS-DET-ACCION
             WHEN WS-TRA-MODIF
                  MOVE 'MODIFICACION' TO WS-DET-ACCION
             WHEN WS-TRA-BAJA
                  MOVE 'BAJA'         TO WS-DET-ACCION
             WHEN OTHER
                  MOVE 'DESCONOCIDA'  TO WS-DET-ACCION
           END-EVALUATE
           MOVE WT-SOL-NROCLI TO WS-DET-NROCLI
           MOVE WT-SOL-NOMAPE TO WS-DET-NOMAPE
           MOVE WT-SOL-USRSOL TO WS-DET-USRSOL
           MOVE WT-SOL-USRAUT TO WS-DET-USRAUT
           MOVE WT-SOL-FECAUT TO WS-DET-FECAUT

           WRITE REG-SALIDA FROM WS-REG-DETALLE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2600-CERRAR-CURSOR : DESTINO DEL WHENEVER SQLERROR, COMUN A     *
      * TODAS LAS CONSULTAS DEL PROGRAMA; DESHACE LAS MARCAS DE         *
      * EXPORTADA PARA QUE LAS SOLICITUDES SIGAN APROBADAS Y AVISA QUE  *
      * EL DDTRANS GRABADO DEBE DESCARTARSE                             *
      ******************************************************************
       2600-CERRAR-CURSOR.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           IF WS-CONSULTA-APROB AND WS-FETCH-CURSOR
              SET WS-CLOSE-CURSOR TO TRUE
              EXEC SQL CLOSE SOLAPROB END-EXEC
           END-IF
           EVALUATE TRUE
             WHEN WS-CONSULTA-APROB AND WS-OPEN-CURSOR
                  MOVE 'APERTURA CURSOR SOLAPROB' TO WS-ACCION
             WHEN WS-CONSULTA-APROB AND WS-FETCH-CURSOR
                  MOVE 'FETCH CURSOR SOLAPROB'    TO WS-ACCION
             WHEN WS-CONSULTA-APROB AND WS-CLOSE-CURSOR
                  MOVE 'CIERRE CURSOR SOLAPROB'   TO WS-ACCION
             WHEN WS-CONSULTA-MARCA
                  MOVE 'UPDATE TBSOLCLI (EXPORTADA)' TO WS-ACCION
             WHEN WS-CONSULTA-CONFIRMA
                  MOVE 'COMMIT (EXPORTACION)'     TO WS-ACCION
             WHEN OTHER
                  MOVE 'CONSULTA SQL DESCONOCIDA' TO WS-ACCION
           END-EVALUATE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'SE HIZO ROLLBACK: LAS SOLICITUDES SIGUEN APROBADAS '
                   'Y EL DDTRANS DE ESTA CORRIDA DEBE DESCARTARSE'
           MOVE 9999 TO RETURN-CODE
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      *                    CUERPO PRINCIPAL FINAL                      *
      ******************************************************************
       3000-I-FINAL.

           IF NOT WS-CIERRE-HECHO AND RETURN-CODE = 0
              MOVE WS-TOT-EXPORT   TO WS-TOT-EXPORT-2
              MOVE WS-TOT-ALTAS    TO WS-TOT-ALTAS-2
              MOVE WS-TOT-MODIF    TO WS-TOT-MODIF-2
              MOVE WS-TOT-BAJAS    TO WS-TOT-BAJAS-2
              WRITE REG-SALIDA     FROM WS-LINEA-VACIA
              WRITE REG-SALIDA     FROM WS-REG-TOTALES
              WRITE REG-SALIDA     FROM WS-REG-TOTALES-2
           END-IF

           DISPLAY 'SOLICITUDES EXPORTADAS  : ' WS-TOT-EXPORT
           DISPLAY 'ALTAS                   : ' WS-TOT-ALTAS
           DISPLAY 'MODIFICACIONES          : ' WS-TOT-MODIF
           DISPLAY 'BAJAS                   : ' WS-TOT-BAJAS

           IF NOT WS-CIERRE-HECHO
              PERFORM 9200-CERRAR-TODO
           END-IF
           .
       3000-F-FINAL. EXIT.
      *
      ******************************************************************
      * 9100-MANEJAR-ERROR-ARCHIVO : DESTINO DE LOS DECLARATIVOS DE     *
      * ERROR - IDENTIFICA EL ARCHIVO QUE FALLO, LO REGISTRA EN EL LOG  *
      * DE ERRORES, DESHACE LAS MARCAS DE EXPORTADA Y CIERRA LO QUE     *
      * QUEDO ABIERTO ANTES DE DETENER EL PROGRAMA                      *
      ******************************************************************
       9100-MANEJAR-ERROR-ARCHIVO.

      *> SI LOS CIERRES DE ESTE MISMO PARRAFO FALLAN, EL DECLARATIVO
      *> VUELVE A ENTRAR AQUI; CON EL CIERRE YA MARCADO SOLO SE SALE
           IF WS-CIERRE-HECHO
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
             WHEN NOT WS-FST-OK AND WS-FS-TRANS NOT = SPACES
                  MOVE 'ESCRITURA TRANSACCIONES (DDTRANS)' TO WS-ACCION
                  MOVE WS-FS-TRANS  TO WS-CODE-SAL
             WHEN NOT WS-FSS-OK AND WS-FS-SALIDA NOT = SPACES
                  MOVE 'ESCRITURA LISTADO (DDSALE)'        TO WS-ACCION
                  MOVE WS-FS-SALIDA TO WS-CODE-SAL
             WHEN OTHER
                  MOVE 'ARCHIVO DESCONOCIDO'                TO WS-ACCION
           END-EVALUATE
           SET WS-CIERRE-HECHO TO TRUE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION WS-CODE-SAL

      *> UNA TRANSACCION QUE NO LLEGO A DDTRANS NO PUEDE QUEDAR MARCADA
      *> COMO EXPORTADA: SE DESHACE TODO LO MARCADO EN LA CORRIDA
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           IF (WS-CONSULTA-APROB AND NOT WS-CLOSE-CURSOR)
              OR WS-CONSULTA-MARCA
              EXEC SQL CLOSE SOLAPROB END-EXEC
           END-IF
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'SE HIZO ROLLBACK: LAS SOLICITUDES SIGUEN APROBADAS '
                   'Y EL DDTRANS DE ESTA CORRIDA DEBE DESCARTARSE'

           MOVE 8 TO RETURN-CODE
           PERFORM 9200-CERRAR-TODO
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 9200-CERRAR-TODO : CIERRA LOS ARCHIVOS ABIERTOS POR EL PROGRAMA*
      ******************************************************************
       9200-CERRAR-TODO.

           SET WS-CIERRE-HECHO TO TRUE
           CLOSE TRANS-OUT
           CLOSE LISTADO
           CLOSE ERR-LOG
           EXIT PARAGRAPH.

      ******************************************************************
      * 9000-GRABAR-ERROR-LOG : ARMA Y GRABA UN REGISTRO EN EL LOG DE   *
      * ERRORES (DDERRLOG) CON LA FECHA/HORA, LA ACCION QUE FALLO, EL   *
      * SQLCODE/FILE STATUS, Y EL NROCLI DE LA SOLICITUD EN PROCESO     *
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
           MOVE WT-SOL-NROCLI      TO REG-ERR-NROCLI
           MOVE WT-SOL-FECNAC(1:4) TO REG-ERR-ANIO-NAC
           MOVE WT-SOL-SEXO        TO REG-ERR-SEXO

           WRITE REG-ERRLOG
           EXIT PARAGRAPH.
