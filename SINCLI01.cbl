      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCLI01.

      ******************************************************************
      *   PGM DE SINCRONIZACION COMPLETA DE KC02803.TBCURCLI CONTRA EL *
      *   MAESTRO DE CLIENTES DEL SISTEMA DE ORIGEN                    *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * EL SISTEMA DE ORIGEN ENTREGA PERIODICAMENTE SU MAESTRO COMPLETO*
      * DE CLIENTES (DDMAEST, ORDENADO POR NROCLI ASCENDENTE). ESTE    *
      * PROGRAMA LO APAREA POR NROCLI CONTRA TBCURCLI Y PROPONE LAS    *
      * TRANSACCIONES NECESARIAS PARA IGUALAR LA TABLA AL MAESTRO:     *
      *   - NROCLI SOLO EN EL MAESTRO          -> 'I' (ALTA)           *
      *   - NROCLI SOLO EN TBCURCLI            -> 'D' (BAJA)           *
      *   - NROCLI EN AMBOS CON NOMAPE, FECNAC O SEXO DISTINTOS         *
      *                                        -> 'U' (MODIFICACION)   *
      * LAS TRANSACCIONES SE GRABAN EN DDTRANS CON EL LAYOUT REG-TRANS *
      * DE MNTCLI01: NO SE TOCA LA TABLA DESDE AQUI, EL DDTRANS ENTRA  *
      * A LA CADENA COMO CUALQUIER OTRO (EDTCLI01 Y LUEGO MNTCLI01),   *
      * ASI CADA CAMBIO QUEDA DIARIZADO EN DDJRNL, LAS BAJAS PASAN A   *
      * TBBAJCLI Y RIGE EL COMMIT/RESTART HABITUAL.                    *
      *                                                                *
      * EL LISTADO DDSALE DETALLA TODO LO PROPUESTO. COMO PROTECCION   *
      * ANTE UN MAESTRO TRUNCADO, SI LAS BAJAS PROPUESTAS SUPERAN EL   *
      * MAXIMO ABSOLUTO O EL PORCENTAJE MAXIMO DE LA TARJETA DDPARM    *
      * EL DDTRANS SE DEJA VACIO Y EL PROGRAMA TERMINA CON RC 8; LO    *
      * MISMO SI EL MAESTRO VIENE FUERA DE SECUENCIA. EN MODO 'S'      *
      * (SIMULACION) SOLO SE EMITE EL LISTADO                          *
      *                                                                *
      * EN LOS CLIENTES SUPRIMIDOS POR OLVCLI01 (NOMAPE = SEUDONIMO DE *
      * CPSEUDO) EL NOMBRE DEL MAESTRO NO SE COMPARA NI SE PROPONE:    *
      * SOLO SE IGUALAN FECNAC Y SEXO, CONSERVANDO EL SEUDONIMO        *
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
      * MAESTRO COMPLETO DE CLIENTES DEL SISTEMA DE ORIGEN *
             SELECT MAEST-IN ASSIGN DDMAEST
             FILE STATUS IS WS-FS-MAEST.

      * TARJETA DE PARAMETROS: MODO Y LIMITES DE BAJAS *
             SELECT PARM-FILE ASSIGN DDPARM
             FILE STATUS IS WS-FS-PARM.

      * TRANSACCIONES PROPUESTAS (LAYOUT REG-TRANS DE MNTCLI01) *
             SELECT TRANS-OUT ASSIGN DDTRANS
             FILE STATUS IS WS-FS-TRANS.

      * LISTADO DE LA PROPUESTA DE SINCRONIZACION *
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

      * REGISTRO DEL MAESTRO, MISMO ORDEN DE COLUMNAS QUE TBCURCLI; SE *
      * LEE CON READ INTO WS-REG-MAESTRO                               *
       FD MAEST-IN
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-MAEST                 PIC X(80).

       FD PARM-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-PARM.
      * 'G' (O BLANCO) = GENERA DDTRANS; 'S' = SIMULACION, SOLO LISTADO*
          05 REG-PARM-MODO         PIC X(01).
      * MAXIMO ABSOLUTO DE BAJAS ADMITIDAS (9 DIGITOS, BLANCO = 500)   *
          05 REG-PARM-MAX-BAJAS    PIC X(09).
      * MAXIMO DE BAJAS COMO PORCENTAJE DE LOS CLIENTES VIGENTES EN    *
      * TBCURCLI (3 DIGITOS, BLANCO = 005)                             *
          05 REG-PARM-MAX-PORC     PIC X(03).
          05 FILLER                PIC X(67).

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

      * CONTROL FILE STATUS DEL MAESTRO Y DE LAS SALIDAS; ARRANCAN EN   *
      * BLANCOS PARA QUE 9100 NO LES ATRIBUYA UNA FALLA PREVIA A SU     *
      * APERTURA                                                        *
       01 WS-FS-MAEST        PIC X(2)     VALUE SPACES.
          88 WS-FSM-OK                    VALUE '00'.
          88 WS-FSM-EOF                   VALUE '10'.
       01 WS-FS-TRANS        PIC X(2)     VALUE SPACES.
          88 WS-FST-OK                    VALUE '00'.
       01 WS-FS-SALIDA       PIC X(2)     VALUE SPACES.
          88 WS-FSS-OK                    VALUE '00'.

      * CONTROL FILE STATUS TARJETA DE PARAMETROS *
       01 WS-FS-PARM         PIC X(2).
          88 WS-FSP-OK                    VALUE '00'.
          88 WS-FSP-NOTFOUND              VALUE '35'.
          88 WS-FSP-EOF                   VALUE '10'.

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
       01 WS-SW-MODO         PIC X(01)    VALUE 'G'.
          88 WS-MODO-GENERAR              VALUE 'G'.
          88 WS-MODO-SIMULAR              VALUE 'S'.

      * LIMITES DE BAJAS (VALORES POR OMISION SI LA TARJETA NO LOS TRAE)*
       01 WS-MAX-BAJAS       PIC 9(09)    VALUE 500.
       01 WS-MAX-PORC        PIC 9(03)    VALUE 5.
       01 WS-LIMITE-PORC     PIC 9(09)    VALUE ZEROS.

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

      * REGISTRO DEL MAESTRO DEL SISTEMA DE ORIGEN *
       01 WS-REG-MAESTRO.
          05 WS-MAE-NROCLI       PIC 9(09).
          05 WS-MAE-NOMAPE       PIC X(40).
          05 WS-MAE-FECNAC       PIC X(10).
          05 WS-MAE-SEXO         PIC X(01).
          05 FILLER              PIC X(20).

      * CLAVES DEL APAREO; 9999999999 (FUERA DEL RANGO DE NROCLI)       *
      * MARCA EL FIN DE CADA LADO                                       *
       01 WS-CLAVE-MAE       PIC 9(10)    VALUE ZEROS.
          88 WS-MAE-FIN                   VALUE 9999999999.
       01 WS-CLAVE-TAB       PIC 9(10)    VALUE ZEROS.
          88 WS-TAB-FIN                   VALUE 9999999999.
       01 WS-CLAVE-MAE-ANT   PIC 9(10)    VALUE ZEROS.
       01 WS-CLAVE-GRUPO     PIC 9(10)    VALUE ZEROS.

      * INDICADOR DE REGISTRO DEL MAESTRO ACEPTADO PARA EL APAREO *
       01 WS-SW-MAE-OK       PIC X(01)    VALUE 'N'.
          88 WS-MAE-ACEPTADO              VALUE 'S'.

      * INDICADOR DE MAESTRO FUERA DE SECUENCIA (CORTA EL APAREO) *
       01 WS-SW-SECUENCIA    PIC X(01)    VALUE 'N'.
          88 WS-SECUENCIA-ERR             VALUE 'S'.

      * INDICADOR DE DIFERENCIA ENTRE EL MAESTRO Y ALGUNA FILA DE      *
      * TBCURCLI DEL MISMO NROCLI                                       *
       01 WS-SW-DIFIERE      PIC X(01)    VALUE 'N'.
          88 WS-DATOS-DIFIEREN            VALUE 'S'.

      * INDICADOR DE NROCLI SUPRIMIDO (ALGUNA FILA CON EL SEUDONIMO)    *
       01 WS-SW-SUPRIMIDO    PIC X(01)    VALUE 'N'.
          88 WS-CLI-SUPRIMIDO             VALUE 'S'.

      * SEUDONIMO DE LOS CLIENTES SUPRIMIDOS, CUYO NOMBRE NO SE TOCA    *
       COPY CPSEUDO.

      * IMAGEN VIGENTE EN TBCURCLI DEL NROCLI EN PROCESO, Y CANTIDAD DE *
      * FILAS QUE TIENE (TBCURCLI NO TIENE CLAVE UNICA)                 *
       01 WS-IMAGEN-ACTUAL.
          05 WS-ACT-NOMAPE       PIC X(40).
          05 WS-ACT-FECNAC       PIC X(10).
          05 WS-ACT-SEXO         PIC X(01).
       01 WS-FILAS-GRUPO     PIC 9(04)    VALUE ZEROS.

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

      * INDICADOR DE OPERACION SOBRE EL CURSOR DE TBCURCLI *
       01 WS-SW-CURSOR       PIC X(01)    VALUE SPACE.
          88 WS-OPEN-CURSOR               VALUE 'O'.
          88 WS-FETCH-CURSOR              VALUE 'F'.
          88 WS-CLOSE-CURSOR              VALUE 'C'.

      * TOTALIZADORES DE LA CORRIDA *
       01 WS-TOTALES.
          05 WS-TOT-LEI-MAE  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-RECHAZ   PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-FIL-TAB  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-CLI-TAB  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-IGUALES  PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-ALTAS    PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-MODIF    PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-BAJAS    PIC 9(09)    VALUE ZEROS.
          05 WS-TOT-GRABADAS PIC 9(09)    VALUE ZEROS.

       77 WS-MASCARA         PIC Z(8)9     VALUE ZEROS.
       77 WS-MASCARA-2       PIC Z(8)9     VALUE ZEROS.

      * INDICADOR DE TIPO DE LINEA A GRABAR EN 2500-GRABAR-SALIDA *
       01 WS-SW-LINEA        PIC X(01)    VALUE SPACE.
          88 WS-LIN-MENSAJE               VALUE '1'.
          88 WS-LIN-DETALLE               VALUE '2'.
          88 WS-LIN-TOTAL                 VALUE '3'.

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
             'SINCLI01 - SINCRONIZACION CON MAESTRO'.
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
          05 FILLER          PIC X(14)    VALUE 'ACCION'.
          05 FILLER          PIC X(11)    VALUE 'NROCLI'.
          05 FILLER          PIC X(09)    VALUE 'ORIGEN'.
          05 FILLER          PIC X(42)    VALUE 'NOMAPE'.
          05 FILLER          PIC X(12)    VALUE 'FECNAC'.
          05 FILLER          PIC X(03)    VALUE 'S'.
          05 FILLER          PIC X(36)    VALUE 'OBSERVACION'.

      * LINEA DE DETALLE: UNA POR IMAGEN (UNA MODIFICACION IMPRIME LA   *
      * IMAGEN ACTUAL DE TBCURCLI Y LA DEL MAESTRO, UNA DEBAJO DE OTRA) *
       01 WS-REG-DETALLE.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-DET-ACCION   PIC X(12).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-NROCLI   PIC X(09).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-ORIGEN   PIC X(07).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-NOMAPE   PIC X(40).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-FECNAC   PIC X(10).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-SEXO     PIC X(01).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-OBS      PIC X(36).

      * LINEA DE MENSAJE (PARAMETROS DE LA CORRIDA Y RESULTADO) *
       01 WS-LINEA-MENSAJE.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 SIN-MSG-TEXTO   PIC X(100).
          05 FILLER          PIC X(27)    VALUE SPACES.

      * LINEA DE TOTALES DE LA CORRIDA *
       01 WS-LINEA-TOTAL.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 SIN-TOT-TEXTO   PIC X(40).
          05 SIN-TOT-CANT    PIC Z(8)9.
          05 FILLER          PIC X(78)    VALUE SPACES.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN DE CLIENTES VIGENTES *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBCURCLI END-EXEC.

      ******************************************************************
      * CURSOR VIGENTES : TODAS LAS FILAS DE TBCURCLI EN ORDEN DE      *
      * NROCLI, MISMO ORDEN QUE EL MAESTRO, PARA EL APAREO             *
      ******************************************************************
           EXEC SQL
             DECLARE VIGENTES CURSOR FOR
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

      * SOLO EL MAESTRO: LA TARJETA DDPARM ES OPCIONAL Y SU FILE STATUS
      * SE RESUELVE INLINE EN 1100-LEER-PARAMETROS
       ERROR-FILES-INPUT SECTION.
            USE AFTER STANDARD ERROR PROCEDURE ON MAEST-IN.
       MANEJADOR-PROCESO-INPUT.
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

      *> CON LA TARJETA INVALIDA NO SE SINCRONIZA, PERO EL DDTRANS SE
      *> DEJA VACIO PARA QUE LAS TRANSACCIONES DE LA CORRIDA ANTERIOR
      *> NO SIGAN HACIA EDTCLI01 Y MNTCLI01. NO SE ABRE NADA MAS, ASI
      *> QUE EL CIERRE SE DA POR HECHO Y EL MANEJADOR NO INTERVIENE
           IF WS-PGM-FIN
              SET WS-CIERRE-HECHO TO TRUE
              OPEN OUTPUT TRANS-OUT
              IF WS-FST-OK
                 CLOSE TRANS-OUT
              ELSE
                 DISPLAY 'ERROR: NO SE PUDO VACIAR DDTRANS, FS: '
                         WS-FS-TRANS
              END-IF
           END-IF
           .
       1000-F-INICIO.   EXIT.

      ******************************************************************
      * 1100-LEER-PARAMETROS : LEE LA TARJETA DE PARAMETROS. ES         *
      * OPCIONAL: SIN ELLA SE GENERA DDTRANS CON LOS LIMITES DE BAJAS   *
      * POR OMISION (500 BAJAS Y 5% DE LOS CLIENTES VIGENTES)           *
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
                 IF REG-PARM-MAX-BAJAS NOT = SPACES
                    IF REG-PARM-MAX-BAJAS IS NUMERIC
                       MOVE REG-PARM-MAX-BAJAS TO WS-MAX-BAJAS
                    ELSE
                       DISPLAY 'MAXIMO DE BAJAS INVALIDO EN DDPARM: '
                               REG-PARM-MAX-BAJAS
                               ' - SE ESPERAN 9 DIGITOS'
                       MOVE 8 TO RETURN-CODE
                       SET WS-PGM-FIN TO TRUE
                    END-IF
                 END-IF
                 IF REG-PARM-MAX-PORC NOT = SPACES
                    IF REG-PARM-MAX-PORC IS NUMERIC
                       AND REG-PARM-MAX-PORC NOT > '100'
                       MOVE REG-PARM-MAX-PORC TO WS-MAX-PORC
                    ELSE
                       DISPLAY 'PORCENTAJE DE BAJAS INVALIDO EN DDPARM:'
                               REG-PARM-MAX-PORC
                               ' - SE ESPERA 000 A 100'
                       MOVE 8 TO RETURN-CODE
                       SET WS-PGM-FIN TO TRUE
                    END-IF
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF

           IF NOT WS-MODO-GENERAR AND NOT WS-MODO-SIMULAR
              DISPLAY 'MODO INVALIDO EN DDPARM: ' WS-SW-MODO
                      ' - SE ESPERA G (GENERAR) O S (SIMULACION)'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE PROCESOS                   *
      ******************************************************************
       2000-I-PROCESO.

           OPEN OUTPUT ERR-LOG
           OPEN OUTPUT LISTADO
           OPEN OUTPUT TRANS-OUT
           OPEN INPUT  MAEST-IN

           MOVE SPACES TO SIN-MSG-TEXTO
           IF WS-MODO-SIMULAR
              MOVE 'MODO SIMULACION - SOLO LISTADO, NO SE GRABA DDTRANS'
                TO SIN-MSG-TEXTO
           ELSE
              MOVE 'MODO GENERACION - TRANSACCIONES A DDTRANS'
                TO SIN-MSG-TEXTO
           END-IF
           SET WS-LIN-MENSAJE TO TRUE
           PERFORM 2500-GRABAR-SALIDA

           MOVE WS-MAX-BAJAS TO WS-MASCARA
           MOVE WS-MAX-PORC  TO WS-MASCARA-2
           MOVE SPACES TO SIN-MSG-TEXTO
           STRING 'LIMITE DE BAJAS: ' WS-MASCARA
                  ' BAJAS O EL ' WS-MASCARA-2
                  ' POR CIENTO DE LOS CLIENTES VIGENTES'
                  DELIMITED BY SIZE
             INTO SIN-MSG-TEXTO
           END-STRING
           PERFORM 2500-GRABAR-SALIDA

           PERFORM 2100-SINCRONIZAR
           PERFORM 2700-VERIFICAR-LIMITE

           SET WS-PGM-FIN TO TRUE      *> UNA SOLA PASADA
           EXIT PARAGRAPH.
       2000-F-PROCESO. EXIT.

      ******************************************************************
      * 2100-SINCRONIZAR : APAREO POR NROCLI DEL MAESTRO CONTRA EL      *
      * CURSOR VIGENTES. CADA LADO TERMINA CON CLAVE 9999999999, ASI EL *
      * QUE SE AGOTA PRIMERO DEJA PASAR AL OTRO HASTA SU FIN            *
      ******************************************************************
       2100-SINCRONIZAR.

           SET WS-OPEN-CURSOR TO TRUE
           EXEC SQL OPEN VIGENTES END-EXEC

      *> EL FIN DE DATOS DEL CURSOR SE RESUELVE EN 2850-LEER-TABLA
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM 2850-LEER-TABLA
           PERFORM 2800-LEER-MAESTRO

           PERFORM UNTIL (WS-MAE-FIN AND WS-TAB-FIN)
                      OR WS-SECUENCIA-ERR
              EVALUATE TRUE
                WHEN WS-CLAVE-MAE < WS-CLAVE-TAB
                     PERFORM 2300-PROPONER-ALTA
                     PERFORM 2800-LEER-MAESTRO
                WHEN WS-CLAVE-MAE > WS-CLAVE-TAB
                     PERFORM 2400-PROPONER-BAJA
                WHEN OTHER
                     PERFORM 2450-COMPARAR-DATOS
                     PERFORM 2800-LEER-MAESTRO
              END-EVALUATE
           END-PERFORM

           SET WS-CLOSE-CURSOR TO TRUE
           EXEC SQL CLOSE VIGENTES END-EXEC
           EXIT PARAGRAPH.

      ******************************************************************
      * 2300-PROPONER-ALTA : NROCLI DEL MAESTRO QUE NO ESTA EN TBCURCLI *
      ******************************************************************
       2300-PROPONER-ALTA.

           MOVE SPACES          TO WS-REG-TRANS
           SET WS-TRA-ALTA      TO TRUE
           MOVE WS-MAE-NROCLI   TO WS-TRA-NROCLI
           MOVE WS-MAE-NOMAPE   TO WS-TRA-NOMAPE
           MOVE WS-MAE-FECNAC   TO WS-TRA-FECNAC
           MOVE WS-MAE-SEXO     TO WS-TRA-SEXO
           PERFORM 2350-GRABAR-TRANSACCION
           ADD 1 TO WS-TOT-ALTAS

           MOVE 'ALTA'          TO WS-DET-ACCION
           MOVE WS-MAE-NROCLI   TO WS-DET-NROCLI
           MOVE 'MAESTRO'       TO WS-DET-ORIGEN
           MOVE WS-MAE-NOMAPE   TO WS-DET-NOMAPE
           MOVE WS-MAE-FECNAC   TO WS-DET-FECNAC
           MOVE WS-MAE-SEXO     TO WS-DET-SEXO
           MOVE SPACES          TO WS-DET-OBS
           SET WS-LIN-DETALLE   TO TRUE
           PERFORM 2500-GRABAR-SALIDA
           EXIT PARAGRAPH.

      ******************************************************************
      * 2350-GRABAR-TRANSACCION : GRABA LA TRANSACCION ARMADA, SALVO EN *
      * MODO SIMULACION                                                 *
      ******************************************************************
       2350-GRABAR-TRANSACCION.

           IF WS-MODO-GENERAR
              WRITE REG-TRANS FROM WS-REG-TRANS
              ADD 1 TO WS-TOT-GRABADAS
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2400-PROPONER-BAJA : NROCLI DE TBCURCLI AUSENTE EN EL MAESTRO.  *
      * SE CONSUMEN TODAS SUS FILAS; UNA SOLA BAJA LAS RETIRA A TODAS   *
      ******************************************************************
       2400-PROPONER-BAJA.

           MOVE WS-CLAVE-TAB    TO WS-CLAVE-GRUPO
           MOVE WT-NOMAPE       TO WS-ACT-NOMAPE
           MOVE WT-FECNAC       TO WS-ACT-FECNAC
           MOVE WT-SEXO         TO WS-ACT-SEXO
           MOVE ZEROS           TO WS-FILAS-GRUPO
           PERFORM UNTIL WS-CLAVE-TAB NOT = WS-CLAVE-GRUPO
              ADD 1 TO WS-FILAS-GRUPO
              PERFORM 2850-LEER-TABLA
           END-PERFORM
           ADD 1 TO WS-TOT-CLI-TAB

           MOVE SPACES          TO WS-REG-TRANS
           SET WS-TRA-BAJA      TO TRUE
           MOVE WS-CLAVE-GRUPO  TO WS-TRA-NROCLI
           PERFORM 2350-GRABAR-TRANSACCION
           ADD 1 TO WS-TOT-BAJAS

           MOVE 'BAJA'          TO WS-DET-ACCION
           MOVE WS-TRA-NROCLI   TO WS-DET-NROCLI
           MOVE 'ACTUAL'        TO WS-DET-ORIGEN
           MOVE WS-ACT-NOMAPE   TO WS-DET-NOMAPE
           MOVE WS-ACT-FECNAC   TO WS-DET-FECNAC
           MOVE WS-ACT-SEXO     TO WS-DET-SEXO
           PERFORM 2460-OBSERVAR-FILAS
           SET WS-LIN-DETALLE   TO TRUE
           PERFORM 2500-GRABAR-SALIDA
           EXIT PARAGRAPH.

      ******************************************************************
      * 2450-COMPARAR-DATOS : NROCLI PRESENTE EN AMBOS LADOS. SI ALGUNA *
      * FILA DE TBCURCLI DIFIERE DEL MAESTRO EN NOMAPE, FECNAC O SEXO   *
      * SE PROPONE UNA MODIFICACION CON LA IMAGEN DEL MAESTRO. EN UN    *
      * CLIENTE SUPRIMIDO EL NOMAPE NO SE COMPARA Y LA MODIFICACION     *
      * LLEVA EL SEUDONIMO, PARA NO DESHACER LA SUPRESION               *
      ******************************************************************
       2450-COMPARAR-DATOS.

           MOVE WS-CLAVE-TAB    TO WS-CLAVE-GRUPO
           MOVE 'N'             TO WS-SW-DIFIERE
           MOVE 'N'             TO WS-SW-SUPRIMIDO
           MOVE ZEROS           TO WS-FILAS-GRUPO
           PERFORM UNTIL WS-CLAVE-TAB NOT = WS-CLAVE-GRUPO
              ADD 1 TO WS-FILAS-GRUPO
              IF WT-NOMAPE = WS-SEUDONIMO
                 SET WS-CLI-SUPRIMIDO TO TRUE
              END-IF
              IF NOT WS-DATOS-DIFIEREN
                 IF (WT-NOMAPE NOT = WS-MAE-NOMAPE
                     AND WT-NOMAPE NOT = WS-SEUDONIMO)
                    OR WT-FECNAC NOT = WS-MAE-FECNAC
                    OR WT-SEXO   NOT = WS-MAE-SEXO
                    SET WS-DATOS-DIFIEREN TO TRUE
                    MOVE WT-NOMAPE TO WS-ACT-NOMAPE
                    MOVE WT-FECNAC TO WS-ACT-FECNAC
                    MOVE WT-SEXO   TO WS-ACT-SEXO
                 END-IF
              END-IF
              PERFORM 2850-LEER-TABLA
           END-PERFORM
           ADD 1 TO WS-TOT-CLI-TAB

           IF NOT WS-DATOS-DIFIEREN
              ADD 1 TO WS-TOT-IGUALES
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES          TO WS-REG-TRANS
           SET WS-TRA-MODIF     TO TRUE
           MOVE WS-MAE-NROCLI   TO WS-TRA-NROCLI
           IF WS-CLI-SUPRIMIDO
              MOVE WS-SEUDONIMO TO WS-TRA-NOMAPE
           ELSE
              MOVE WS-MAE-NOMAPE TO WS-TRA-NOMAPE
           END-IF
           MOVE WS-MAE-FECNAC   TO WS-TRA-FECNAC
           MOVE WS-MAE-SEXO     TO WS-TRA-SEXO
           PERFORM 2350-GRABAR-TRANSACCION
           ADD 1 TO WS-TOT-MODIF

           MOVE 'MODIFICACION'  TO WS-DET-ACCION
           MOVE WS-MAE-NROCLI   TO WS-DET-NROCLI
           MOVE 'ACTUAL'        TO WS-DET-ORIGEN
           MOVE WS-ACT-NOMAPE   TO WS-DET-NOMAPE
           MOVE WS-ACT-FECNAC   TO WS-DET-FECNAC
           MOVE WS-ACT-SEXO     TO WS-DET-SEXO
           PERFORM 2460-OBSERVAR-FILAS
           SET WS-LIN-DETALLE   TO TRUE
           PERFORM 2500-GRABAR-SALIDA

           MOVE SPACES          TO WS-DET-ACCION
           MOVE SPACES          TO WS-DET-NROCLI
           MOVE 'MAESTRO'       TO WS-DET-ORIGEN
           MOVE WS-TRA-NOMAPE   TO WS-DET-NOMAPE
           MOVE WS-MAE-FECNAC   TO WS-DET-FECNAC
           MOVE WS-MAE-SEXO     TO WS-DET-SEXO
           MOVE SPACES          TO WS-DET-OBS
           PERFORM 2500-GRABAR-SALIDA
           EXIT PARAGRAPH.

      ******************************************************************
      * 2460-OBSERVAR-FILAS : AVISA EN EL DETALLE CUANDO EL NROCLI TIENE*
      * MAS DE UNA FILA EN TBCURCLI (LA TRANSACCION LAS AFECTA A TODAS) *
      ******************************************************************
       2460-OBSERVAR-FILAS.

           MOVE SPACES TO WS-DET-OBS
           IF WS-FILAS-GRUPO > 1
              MOVE WS-FILAS-GRUPO TO WS-MASCARA
              STRING 'AFECTA ' WS-MASCARA ' FILAS'
                     DELIMITED BY SIZE
                INTO WS-DET-OBS
              END-STRING
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
              WRITE REG-SALIDA   FROM WS-LINEA-VACIA
              WRITE REG-SALIDA   FROM WS-COLUMNAS
           END-IF

           EVALUATE TRUE
             WHEN WS-LIN-MENSAJE
                  WRITE REG-SALIDA FROM WS-LINEA-MENSAJE
             WHEN WS-LIN-DETALLE
                  WRITE REG-SALIDA FROM WS-REG-DETALLE
             WHEN WS-LIN-TOTAL
                  WRITE REG-SALIDA FROM WS-LINEA-TOTAL
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2600-CERRAR-CURSOR : DESTINO DEL WHENEVER SQLERROR; EL DDTRANS  *
      * QUEDARIA INCOMPLETO, POR LO QUE SE DEJA VACIO                   *
      ******************************************************************
       2600-CERRAR-CURSOR.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           IF WS-FETCH-CURSOR
              SET WS-CLOSE-CURSOR TO TRUE
              EXEC SQL CLOSE VIGENTES END-EXEC
           END-IF
           EVALUATE TRUE
             WHEN WS-OPEN-CURSOR
                  MOVE 'APERTURA CURSOR VIGENTES' TO WS-ACCION
             WHEN WS-FETCH-CURSOR
                  MOVE 'FETCH CURSOR VIGENTES'    TO WS-ACCION
             WHEN WS-CLOSE-CURSOR
                  MOVE 'CIERRE CURSOR VIGENTES'   TO WS-ACCION
             WHEN OTHER
                  MOVE 'CONSULTA SQL DESCONOCIDA' TO WS-ACCION
           END-EVALUATE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION SQLCODE
           PERFORM 2750-ANULAR-TRANSACCIONES
           DISPLAY 'APAREO INCOMPLETO: DDTRANS QUEDA VACIO'
           MOVE 9999 TO RETURN-CODE
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 2700-VERIFICAR-LIMITE : CONTROLA LAS BAJAS PROPUESTAS CONTRA    *
      * LOS LIMITES DE LA TARJETA. UN MAESTRO FUERA DE SECUENCIA O QUE  *
      * SUPERA EL LIMITE NO SE APLICA: DDTRANS QUEDA VACIO Y RC 8       *
      ******************************************************************
       2700-VERIFICAR-LIMITE.

           SET WS-LIN-MENSAJE TO TRUE
           WRITE REG-SALIDA FROM WS-LINEA-VACIA

           IF WS-SECUENCIA-ERR
              MOVE 'MAESTRO FUERA DE SECUENCIA POR NROCLI - APAREO '
                TO SIN-MSG-TEXTO
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'CORTADO, NO SE GENERA NINGUNA TRANSACCION'
                TO SIN-MSG-TEXTO
              PERFORM 2500-GRABAR-SALIDA
              PERFORM 2750-ANULAR-TRANSACCIONES
              DISPLAY 'MAESTRO DDMAEST FUERA DE SECUENCIA - DDTRANS '
                      'QUEDA VACIO'
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LIMITE-PORC = WS-TOT-CLI-TAB * WS-MAX-PORC / 100

           IF WS-TOT-BAJAS > WS-MAX-BAJAS
              OR WS-TOT-BAJAS > WS-LIMITE-PORC
              MOVE WS-TOT-BAJAS   TO WS-MASCARA
              MOVE WS-TOT-CLI-TAB TO WS-MASCARA-2
              MOVE SPACES TO SIN-MSG-TEXTO
              STRING 'LIMITE DE BAJAS SUPERADO: ' WS-MASCARA
                     ' BAJAS PROPUESTAS SOBRE ' WS-MASCARA-2
                     ' CLIENTES VIGENTES'
                     DELIMITED BY SIZE
                INTO SIN-MSG-TEXTO
              END-STRING
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'NO SE GENERA NINGUNA TRANSACCION - REVISAR EL '
                TO SIN-MSG-TEXTO
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'MAESTRO O AUTORIZAR UN LIMITE MAYOR EN DDPARM'
                TO SIN-MSG-TEXTO
              PERFORM 2500-GRABAR-SALIDA
              PERFORM 2750-ANULAR-TRANSACCIONES
              DISPLAY 'LIMITE DE BAJAS SUPERADO (' WS-TOT-BAJAS
                      ') - DDTRANS QUEDA VACIO'
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           IF WS-MODO-SIMULAR
              MOVE 'SIMULACION: PROPUESTA DENTRO DEL LIMITE, NO SE '
                TO SIN-MSG-TEXTO
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'GRABARON TRANSACCIONES'
                TO SIN-MSG-TEXTO
              PERFORM 2500-GRABAR-SALIDA
           ELSE
              MOVE 'PROPUESTA DENTRO DEL LIMITE - TRANSACCIONES '
                TO SIN-MSG-TEXTO
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'GRABADAS EN DDTRANS PARA EDTCLI01 / MNTCLI01'
                TO SIN-MSG-TEXTO
              PERFORM 2500-GRABAR-SALIDA
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2750-ANULAR-TRANSACCIONES : DEJA DDTRANS VACIO REABRIENDOLO EN  *
      * OUTPUT (QUEDA ABIERTO PARA EL CIERRE DE 9200-CERRAR-TODO)       *
      ******************************************************************
       2750-ANULAR-TRANSACCIONES.

           IF WS-MODO-GENERAR
              CLOSE TRANS-OUT
              OPEN OUTPUT TRANS-OUT
           END-IF
           MOVE ZEROS TO WS-TOT-GRABADAS
           EXIT PARAGRAPH.

      ******************************************************************
      * 2800-LEER-MAESTRO : LEE EL SIGUIENTE REGISTRO DEL MAESTRO QUE   *
      * SIRVA PARA EL APAREO; LOS INVALIDOS O REPETIDOS SE LISTAN COMO  *
      * RECHAZADOS Y SE SALTEAN                                         *
      ******************************************************************
       2800-LEER-MAESTRO.

           MOVE 'N' TO WS-SW-MAE-OK
           PERFORM UNTIL WS-MAE-ACEPTADO
              READ MAEST-IN INTO WS-REG-MAESTRO
              AT END
                 MOVE 9999999999 TO WS-CLAVE-MAE
                 SET WS-MAE-ACEPTADO TO TRUE
              NOT AT END
                 ADD 1 TO WS-TOT-LEI-MAE
                 PERFORM 2810-VALIDAR-MAESTRO
              END-READ
           END-PERFORM
           EXIT PARAGRAPH.

      ******************************************************************
      * 2810-VALIDAR-MAESTRO : CONTROLA NROCLI Y SECUENCIA DEL REGISTRO *
      * LEIDO. UNA CLAVE MENOR A LA ANTERIOR CORTA EL APAREO: NO HAY    *
      * FORMA DE SABER QUE BAJAS SERIAN GENUINAS                        *
      ******************************************************************
       2810-VALIDAR-MAESTRO.

           MOVE SPACES TO WS-DET-OBS
           EVALUATE TRUE
             WHEN WS-MAE-NROCLI NOT NUMERIC
                  MOVE 'NROCLI INVALIDO EN EL MAESTRO' TO WS-DET-OBS
             WHEN WS-MAE-NROCLI = ZERO
                  MOVE 'NROCLI INVALIDO EN EL MAESTRO' TO WS-DET-OBS
             WHEN WS-MAE-NROCLI = WS-CLAVE-MAE-ANT
                  MOVE 'NROCLI REPETIDO EN EL MAESTRO' TO WS-DET-OBS
             WHEN WS-MAE-NROCLI < WS-CLAVE-MAE-ANT
                  MOVE 'FUERA DE SECUENCIA - SE CORTA'  TO WS-DET-OBS
                  SET WS-SECUENCIA-ERR TO TRUE
                  MOVE 9999999999 TO WS-CLAVE-MAE
                  SET WS-MAE-ACEPTADO  TO TRUE
             WHEN OTHER
                  MOVE WS-MAE-NROCLI TO WS-CLAVE-MAE
                  MOVE WS-MAE-NROCLI TO WS-CLAVE-MAE-ANT
                  SET WS-MAE-ACEPTADO  TO TRUE
           END-EVALUATE

           IF WS-DET-OBS NOT = SPACES
              ADD 1 TO WS-TOT-RECHAZ
              MOVE 'RECHAZADO'     TO WS-DET-ACCION
              MOVE WS-REG-MAESTRO(1:9) TO WS-DET-NROCLI
              MOVE 'MAESTRO'       TO WS-DET-ORIGEN
              MOVE WS-MAE-NOMAPE   TO WS-DET-NOMAPE
              MOVE WS-MAE-FECNAC   TO WS-DET-FECNAC
              MOVE WS-MAE-SEXO     TO WS-DET-SEXO
              SET WS-LIN-DETALLE   TO TRUE
              PERFORM 2500-GRABAR-SALIDA
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 2850-LEER-TABLA : SIGUIENTE FILA DEL CURSOR VIGENTES            *
      ******************************************************************
       2850-LEER-TABLA.

           SET WS-FETCH-CURSOR TO TRUE
           EXEC SQL FETCH VIGENTES INTO :WT-NROCLI,
                                        :WT-NOMAPE,
                                        :WT-FECNAC,
                                        :WT-SEXO
           END-EXEC
      *> EL WHENEVER SQLERROR DE 2600 NO ALCANZA A ESTE PARRAFO
           EVALUATE TRUE
             WHEN SQLCODE < 0
                  GO TO 2600-CERRAR-CURSOR
             WHEN SQLCODE = 100
                  MOVE 9999999999 TO WS-CLAVE-TAB
             WHEN OTHER
                  MOVE WT-NROCLI TO WS-CLAVE-TAB
                  ADD 1 TO WS-TOT-FIL-TAB
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      *                    CUERPO PRINCIPAL FINAL                      *
      ******************************************************************
       3000-I-FINAL.

           IF NOT WS-CIERRE-HECHO AND WS-FS-SALIDA NOT = SPACES
              WRITE REG-SALIDA FROM WS-LINEA-VACIA
              SET WS-LIN-TOTAL TO TRUE
              MOVE 'REGISTROS LEIDOS DEL MAESTRO    :' TO SIN-TOT-TEXTO
              MOVE WS-TOT-LEI-MAE  TO SIN-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'REGISTROS RECHAZADOS DEL MAESTRO:' TO SIN-TOT-TEXTO
              MOVE WS-TOT-RECHAZ   TO SIN-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'FILAS LEIDAS DE TBCURCLI        :' TO SIN-TOT-TEXTO
              MOVE WS-TOT-FIL-TAB  TO SIN-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'CLIENTES VIGENTES EN TBCURCLI   :' TO SIN-TOT-TEXTO
              MOVE WS-TOT-CLI-TAB  TO SIN-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'CLIENTES SIN CAMBIOS            :' TO SIN-TOT-TEXTO
              MOVE WS-TOT-IGUALES  TO SIN-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'ALTAS PROPUESTAS                :' TO SIN-TOT-TEXTO
              MOVE WS-TOT-ALTAS    TO SIN-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'MODIFICACIONES PROPUESTAS       :' TO SIN-TOT-TEXTO
              MOVE WS-TOT-MODIF    TO SIN-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'BAJAS PROPUESTAS                :' TO SIN-TOT-TEXTO
              MOVE WS-TOT-BAJAS    TO SIN-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
              MOVE 'TRANSACCIONES GRABADAS EN DDTRANS:' TO SIN-TOT-TEXTO
              MOVE WS-TOT-GRABADAS TO SIN-TOT-CANT
              PERFORM 2500-GRABAR-SALIDA
           END-IF

           DISPLAY 'LEIDOS DEL MAESTRO      : ' WS-TOT-LEI-MAE
           DISPLAY 'RECHAZADOS DEL MAESTRO  : ' WS-TOT-RECHAZ
           DISPLAY 'CLIENTES EN TBCURCLI    : ' WS-TOT-CLI-TAB
           DISPLAY 'ALTAS PROPUESTAS        : ' WS-TOT-ALTAS
           DISPLAY 'MODIFICACIONES PROPUEST.: ' WS-TOT-MODIF
           DISPLAY 'BAJAS PROPUESTAS        : ' WS-TOT-BAJAS
           DISPLAY 'TRANSACCIONES GRABADAS  : ' WS-TOT-GRABADAS

           IF NOT WS-CIERRE-HECHO AND WS-FS-SALIDA NOT = SPACES
              PERFORM 9200-CERRAR-TODO
           END-IF
           .
       3000-F-FINAL. EXIT.
      *
      ******************************************************************
      * 9100-MANEJAR-ERROR-ARCHIVO : DESTINO DE LOS DECLARATIVOS DE     *
      * ERROR - IDENTIFICA EL ARCHIVO QUE FALLO, LO REGISTRA EN EL LOG  *
      * DE ERRORES Y CIERRA LO QUE QUEDO ABIERTO ANTES DE DETENER EL    *
      * PROGRAMA; EL DDTRANS GRABADO HASTA ESE PUNTO DEBE DESCARTARSE   *
      ******************************************************************
       9100-MANEJAR-ERROR-ARCHIVO.

           IF WS-CIERRE-HECHO
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
             WHEN NOT WS-FSM-OK AND NOT WS-FSM-EOF
                  AND WS-FS-MAEST NOT = SPACES
                  MOVE 'LECTURA MAESTRO (DDMAEST)'         TO WS-ACCION
                  MOVE WS-FS-MAEST  TO WS-CODE-SAL
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
           DISPLAY 'EL DDTRANS DE ESTA CORRIDA DEBE DESCARTARSE'

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           IF WS-OPEN-CURSOR OR WS-FETCH-CURSOR
              EXEC SQL CLOSE VIGENTES END-EXEC
           END-IF

           MOVE 8 TO RETURN-CODE
           PERFORM 9200-CERRAR-TODO
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.

      ******************************************************************
      * 9200-CERRAR-TODO : CIERRA LOS ARCHIVOS ABIERTOS POR EL PROGRAMA*
      ******************************************************************
       9200-CERRAR-TODO.

           SET WS-CIERRE-HECHO TO TRUE
           CLOSE MAEST-IN
           CLOSE TRANS-OUT
           CLOSE LISTADO
           CLOSE ERR-LOG
           EXIT PARAGRAPH.

      ******************************************************************
      * 9000-GRABAR-ERROR-LOG : ARMA Y GRABA UN REGISTRO EN EL LOG DE   *
      * ERRORES (DDERRLOG) CON LA FECHA/HORA, LA ACCION QUE FALLO, EL   *
      * SQLCODE/FILE STATUS, Y EL ULTIMO NROCLI LEIDO DE TBCURCLI       *
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
