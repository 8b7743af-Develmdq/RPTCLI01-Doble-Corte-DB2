      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDTCLI01.

      ******************************************************************
      *   PGM DE PRE-EDICION DE LAS TRANSACCIONES DE MANTENIMIENTO     *
      *   (DDTRANS) ANTES DE MNTCLI01, CON ARCHIVO DE SUSPENSO         *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * MNTCLI01 SOLO RECHAZA UN NROCLI NO NUMERICO O EN CERO; UN ALTA *
      * O MODIFICACION CON NOMAPE EN BLANCO, FECNAC IMPOSIBLE O SEXO   *
      * FUERA DE F/M/O ENTRA DIRECTO A TBCURCLI Y RECIEN LA DETECTA    *
      * RPTCLI01 (2220-VALIDAR-EXCEPCION) A LA NOCHE SIGUIENTE. ESTE   *
      * PROGRAMA CORRE ANTES DE MNTCLI01 Y APLICA A CADA TRANSACCION   *
      * LAS MISMAS REGLAS DE CAMPO QUE RPTCLI01, MAS LAS DE EXISTENCIA *
      * CONTRA TBCURCLI: UN ALTA 'I' DE UN NROCLI QUE YA EXISTE, O UNA *
      * MODIFICACION 'U' / BAJA 'D' DE UNO QUE NO EXISTE. TAMBIEN      *
      * RECHAZA TODAS LAS TRANSACCIONES DE UN NROCLI QUE APARECE MAS   *
      * DE UNA VEZ EN LA ENTRADA DE LA NOCHE (NO HAY FORMA DE SABER    *
      * CUAL DE ELLAS ES LA BUENA). NO TOCA NINGUNA TABLA.             *
      *                                                                *
      * LAS TRANSACCIONES LIMPIAS SALEN POR DDVALID CON EL LAYOUT      *
      * REG-TRANS DE MNTCLI01, Y ESE ARCHIVO ES EL DDTRANS DE LA       *
      * CORRIDA DE MNTCLI01. LAS RECHAZADAS VAN A DDSUSP (SUSPENSO):   *
      * LA TRANSACCION ORIGINAL TAL CUAL, SEGUIDA DEL CODIGO Y LA      *
      * DESCRIPCION DEL MOTIVO, LA FECHA EN QUE ENTRO AL SUSPENSO Y    *
      * LAS VECES QUE SE RECICLO. EL OPERADOR CORRIGE EL SUSPENSO EN   *
      * SU LUGAR (SOLO LOS PRIMEROS 80 BYTES) Y LO PASA A LA CORRIDA   *
      * SIGUIENTE POR DDRECICL, SIN VOLVER A TIPEAR NADA; UNA          *
      * TRANSACCION DEL SUSPENSO QUE NO DEBE APLICARSE SE ANULA        *
      * CAMBIANDO SU ACCION A 'X'. LO RECICLADO SE EDITA PRIMERO, CON  *
      * LAS MISMAS REGLAS, Y SI VUELVE A FALLAR REGRESA AL SUSPENSO    *
      * CONSERVANDO SU FECHA DE INGRESO ORIGINAL.                      *
      *                                                                *
      * LAS CORRECCIONES QUE GENERA DEPCLI01 (DDCORR) NO PASAN POR     *
      * ESTA EDICION: SU PAR BAJA+ALTA DEL MISMO NROCLI ES A PROPOSITO *
      * Y VA DIRECTO A MNTCLI01                                        *
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
      * TRANSACCIONES DE MANTENIMIENTO DE LA NOCHE (LAYOUT REG-TRANS) *
             SELECT TRANS-FILE ASSIGN DDTRANS
             FILE STATUS IS WS-FS-TRANS.

      * SUSPENSO DE LA NOCHE ANTERIOR YA CORREGIDO, A RECICLAR; ES      *
      * OPCIONAL (PUEDE FALTAR O VENIR VACIO)                           *
             SELECT RECICL-FILE ASSIGN DDRECICL
             FILE STATUS IS WS-FS-RECICL.

      * TRANSACCIONES VALIDADAS: EL DDTRANS DE MNTCLI01 *
             SELECT VALID-FILE ASSIGN DDVALID
             FILE STATUS IS WS-FS-VALID.

      * TRANSACCIONES RECHAZADAS CON SU MOTIVO (SUSPENSO) *
             SELECT SUSP-FILE ASSIGN DDSUSP
             FILE STATUS IS WS-FS-SUSP.

      * LISTADO DE VALIDADAS/SUSPENDIDAS DE LA CORRIDA *
             SELECT LISTADO ASSIGN DDSALE
             FILE STATUS IS WS-FS-SALIDA.

      * LOG DE ERRORES DE SQLCODE / FILE STATUS, MISMO CRITERIO QUE      *
      * EL DDERRLOG DE RPTCLI01                                          *
             SELECT ERR-LOG ASSIGN DDERRLOG
             FILE STATUS IS WS-FS-ERRLOG.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-------------*
       FILE SECTION.
      *-------------*

      * TRANSACCION DE MANTENIMIENTO, MISMO LAYOUT QUE REG-TRANS DE     *
      * MNTCLI01; SE LEE CON READ INTO SOBRE WS-REG-TRANS               *
       FD TRANS-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-TRANS                 PIC X(80).

      * SUSPENSO RECICLADO: MISMO LAYOUT QUE DDSUSP (WS-REG-SUSP) *
       FD RECICL-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-RECICL                PIC X(140).

       FD VALID-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-VALID                 PIC X(80).

       FD SUSP-FILE
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.

       01 REG-SUSP                  PIC X(140).

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

      * CONTROL FILE STATUS TRANSACCIONES DE LA NOCHE *
       01 WS-FS-TRANS        PIC X(2)     VALUE SPACES.
          88 WS-FST-OK                    VALUE '00'.
          88 WS-FST-EOF                   VALUE '10'.

      * CONTROL FILE STATUS DEL SUSPENSO RECICLADO *
       01 WS-FS-RECICL       PIC X(2)     VALUE SPACES.
          88 WS-FSR-OK                    VALUE '00'.
          88 WS-FSR-EOF                   VALUE '10'.
          88 WS-FSR-NOTFOUND              VALUE '35'.

      * CONTROL FILE STATUS DE LAS SALIDAS; ARRANCAN EN BLANCOS PARA    *
      * QUE 9100 NO LES ATRIBUYA UNA FALLA PREVIA A SU APERTURA         *
       01 WS-FS-VALID        PIC X(2)     VALUE SPACES.
          88 WS-FSV-OK                    VALUE '00'.
       01 WS-FS-SUSP         PIC X(2)     VALUE SPACES.
          88 WS-FSU-OK                    VALUE '00'.
       01 WS-FS-SALIDA       PIC X(2)     VALUE SPACES.
          88 WS-FSS-OK                    VALUE '00'.

      * CONTROL FILE STATUS DEL LOG DE ERRORES *
       01 WS-FS-ERRLOG       PIC X(2)     VALUE SPACES.
          88 WS-FSE-OK                    VALUE '00'.

      * INDICADOR DE FIN DE PROGRAMA *
       01 WS-SW-FIN          PIC X(01)    VALUE 'N'.
          88 WS-PGM-FIN                   VALUE 'S'.

      * INDICADOR DE QUE LOS DECLARATIVOS DE ERROR YA CERRARON LOS        *
      * ARCHIVOS DE SALIDA - EVITA QUE 3000-I-FINAL LOS VUELVA A CERRAR   *
       01 WS-SW-CIERRE       PIC X(01)    VALUE SPACE.
          88 WS-CIERRE-HECHO              VALUE 'S'.

      * ARCHIVO DEL QUE VIENE LA TRANSACCION EN PROCESO: PRIMERO SE     *
      * RECORRE EL SUSPENSO RECICLADO Y DESPUES DDTRANS                 *
       01 WS-SW-ORIGEN       PIC X(01)    VALUE 'R'.
          88 WS-ORIGEN-RECICL             VALUE 'R'.
          88 WS-ORIGEN-TRANS              VALUE 'T'.
          88 WS-ORIGEN-AGOTADO            VALUE 'F'.

      * RESULTADO DE LA EDICION DE LA TRANSACCION ACTUAL *
       01 WS-SW-RESULTADO    PIC X(01)    VALUE SPACE.
          88 WS-TRA-VALIDA                VALUE 'V'.
          88 WS-TRA-SUSPENDIDA            VALUE 'S'.
          88 WS-TRA-ANULADA               VALUE 'X'.

      * CAMPOS DE DIAGNOSTICO PARA EL LOG DE ERRORES *
       01 WS-ACCION          PIC X(40)    VALUE SPACES.
       01 WS-CODE-SAL        PIC X(04)    VALUE SPACES.

      * MOTIVO DE RECHAZO DE LA TRANSACCION ACTUAL: CODIGO (EL QUE VIAJA *
      * EN EL SUSPENSO) Y SU DESCRIPCION, ARMADA EN 2190-DESCRIBIR-MOTIVO*
       01 WS-COD-MOTIVO      PIC 9(02)    VALUE ZEROS.
          88 WS-MOT-NINGUNO               VALUE 00.
          88 WS-MOT-NROCLI                VALUE 01.
          88 WS-MOT-ACCION                VALUE 02.
          88 WS-MOT-NOMAPE                VALUE 03.
          88 WS-MOT-FECNAC                VALUE 04.
          88 WS-MOT-SEXO                  VALUE 05.
          88 WS-MOT-YA-EXISTE             VALUE 06.
          88 WS-MOT-NO-EXISTE             VALUE 07.
          88 WS-MOT-DUPLICADO             VALUE 08.
          88 WS-MOT-DB2                   VALUE 09.
       01 WS-DESC-MOTIVO     PIC X(40)    VALUE SPACES.

      * CANTIDAD DE TRANSACCIONES SUSPENDIDAS POR CADA CODIGO DE MOTIVO *
       01 WS-TABLA-MOTIVOS.
          05 WS-MOT-CANT     PIC 9(07)    OCCURS 9 TIMES.
       77 WS-SUB-MOTIVO      PIC 9(02)    COMP   VALUE ZEROS.

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

      * FECHA DE CORRIDA EN FORMATO AAAA-MM-DD, PARA LA FECHA DE        *
      * INGRESO AL SUSPENSO (MISMO FORMATO QUE EL DIARIO DE MNTCLI01)   *
       01 WS-FECHA-CORRIDA.
          05 FILLER          PIC X(02)    VALUE '20'.
          05 WS-FCO-AA       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-MM       PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-FCO-DD       PIC 9(02).

      * TRANSACCION EN PROCESO, LAYOUT REG-TRANS DE MNTCLI01 *
       01 WS-REG-TRANS.
          05 WS-TRA-ACCION       PIC X(01).
             88 WS-TRA-ALTA                 VALUE 'I'.
             88 WS-TRA-MODIF                VALUE 'U'.
             88 WS-TRA-BAJA                 VALUE 'D'.
             88 WS-TRA-ANULAR               VALUE 'X'.
          05 WS-TRA-NROCLI       PIC 9(09).
          05 WS-TRA-NOMAPE       PIC X(40).
          05 WS-TRA-FECNAC       PIC X(10).
          05 WS-TRA-SEXO         PIC X(01).
          05 FILLER              PIC X(19).

      * REGISTRO DEL SUSPENSO (DDSUSP / DDRECICL): LOS PRIMEROS 80      *
      * BYTES SON LA TRANSACCION TAL CUAL, PARA QUE EL OPERADOR LA      *
      * CORRIJA EN SU LUGAR Y EL RECICLADO LA VUELVA A LEER SIN CAMBIOS *
      * DE FORMATO; EL RESTO LO COMPLETA ESTE PROGRAMA                  *
       01 WS-REG-SUSP.
          05 WS-SUS-TRANS        PIC X(80).
          05 WS-SUS-COD-MOTIVO   PIC 9(02).
          05 FILLER              PIC X(01).
          05 WS-SUS-DESC-MOTIVO  PIC X(40).
          05 FILLER              PIC X(01).
      * FECHA (AAAA-MM-DD) EN QUE LA TRANSACCION ENTRO POR PRIMERA VEZ  *
      * AL SUSPENSO; SE CONSERVA EN CADA RECICLADO                      *
          05 WS-SUS-FEC-INGRESO  PIC X(10).
      * CANTIDAD DE VECES QUE LA TRANSACCION SE RECICLO SIN EXITO *
          05 WS-SUS-CICLOS       PIC 9(03).
          05 FILLER              PIC X(03).

      * DATOS DE SUSPENSO DE LA TRANSACCION RECICLADA EN PROCESO (EN    *
      * BLANCO/CERO PARA UNA TRANSACCION NUEVA DE DDTRANS)              *
       01 WS-RCL-FEC-INGRESO PIC X(10)    VALUE SPACES.
       01 WS-RCL-CICLOS      PIC 9(03)    VALUE ZEROS.

      * TABLA DE NROCLI DE LA ENTRADA DE LA NOCHE (RECICLADO + DDTRANS) *
      * CON LA CANTIDAD DE TRANSACCIONES DE CADA UNO, CARGADA EN UNA    *
      * PRIMERA PASADA PARA DETECTAR UN NROCLI CON MAS DE UNA           *
      * TRANSACCION AUNQUE LA SEGUNDA VENGA DESPUES EN EL ARCHIVO. SI   *
      * LA ENTRADA SUPERA LOS 9999 NROCLI DISTINTOS LA EDICION NO SE    *
      * HACE, PARA NO DEJAR PASAR DUPLICADOS SIN DETECTAR               *
       01 WS-TABLA-NROCLI.
          05 WS-NRO-REG      OCCURS 9999 TIMES
                             INDEXED BY WS-NRO-IDX.
             10 WS-NRO-TAB-NROCLI     PIC 9(09).
             10 WS-NRO-TAB-CANT       PIC 9(04).
       01 WS-CANT-NRO        PIC 9(05)    COMP   VALUE ZEROS.
       01 WS-SW-NRO-LLENA    PIC X(01)    VALUE 'N'.
          88 WS-NRO-TABLA-LLENA           VALUE 'S'.

      * CANTIDAD DE TRANSACCIONES DEL NROCLI ACTUAL EN LA ENTRADA *
       77 WS-CANT-DEL-NROCLI PIC 9(04)    VALUE ZEROS.

      * CANTIDAD DE FILAS DEL NROCLI EN TBCURCLI (VARIABLE HOST) *
       77 WS-CANT-FILAS-SQL  PIC S9(09)   COMP   VALUE ZEROS.

      * TOTALIZADORES DE LA CORRIDA *
       01 WS-TOTALES.
          05 WS-TOT-LEIDAS   PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-RECICL   PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-VALIDAS  PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-SUSP     PIC 9(07)    VALUE ZEROS.
          05 WS-TOT-ANULADAS PIC 9(07)    VALUE ZEROS.

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
             'EDTCLI01 - PRE-EDICION DE TRANSACCIONES'.
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
          05 FILLER          PIC X(11)    VALUE 'ORIGEN'.
          05 FILLER          PIC X(14)    VALUE 'ACCION'.
          05 FILLER          PIC X(12)    VALUE 'NROCLI'.
          05 FILLER          PIC X(13)    VALUE 'RESULTADO'.
          05 FILLER          PIC X(43)    VALUE 'MOTIVO DE SUSPENSO'.
          05 FILLER          PIC X(34)    VALUE SPACES.

      * LINEA DE DETALLE POR TRANSACCION EDITADA *
       01 WS-REG-DETALLE.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 WS-DET-ORIGEN   PIC X(09).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-ACCION   PIC X(12).
          05 FILLER          PIC X(02)    VALUE SPACES.
          05 WS-DET-NROCLI   PIC X(09).
          05 FILLER          PIC X(03)    VALUE SPACES.
          05 WS-DET-RESULT   PIC X(13).
          05 WS-DET-COD      PIC X(02).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-DET-MOTIVO   PIC X(40).
          05 FILLER          PIC X(34)    VALUE SPACES.

      * LINEAS DE TOTALES DE LA CORRIDA *
       01 WS-REG-TOTALES.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(24)    VALUE
             'TRANSACCIONES LEIDAS  :'.
          05 WS-TOT-LEIDAS-2 PIC ZZZZZZ9.
          05 FILLER          PIC X(06)    VALUE SPACES.
          05 FILLER          PIC X(24)    VALUE
             'VALIDAS / EN SUSPENSO :'.
          05 WS-TOT-VALID-2  PIC ZZZZZZ9.
          05 FILLER          PIC X(03)    VALUE ' / '.
          05 WS-TOT-SUSP-2   PIC ZZZZZZ9.
          05 FILLER          PIC X(49)    VALUE SPACES.

       01 WS-REG-TOTALES-2.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(24)    VALUE
             'DE ELLAS RECICLADAS   :'.
          05 WS-TOT-RECICL-2 PIC ZZZZZZ9.
          05 FILLER          PIC X(06)    VALUE SPACES.
          05 FILLER          PIC X(24)    VALUE
             'ANULADAS DEL SUSPENSO :'.
          05 WS-TOT-ANUL-2   PIC ZZZZZZ9.
          05 FILLER          PIC X(59)    VALUE SPACES.

      * LINEA DE RESUMEN DE SUSPENDIDAS POR CODIGO DE MOTIVO *
       01 WS-REG-MOTIVO.
          05 FILLER          PIC X(05)    VALUE SPACES.
          05 FILLER          PIC X(07)    VALUE 'MOTIVO '.
          05 WS-RMO-COD      PIC 9(02).
          05 FILLER          PIC X(01)    VALUE SPACES.
          05 WS-RMO-DESC     PIC X(40).
          05 FILLER          PIC X(03)    VALUE ' : '.
          05 WS-RMO-CANT     PIC Z(6)9.
          05 FILLER          PIC X(67)    VALUE SPACES.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBCURCLI END-EXEC.

       77  FILLER            PIC X(26)    VALUE '* FINAL  WS *'.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       DECLARATIVES.
      * SOLO EL ARCHIVO DE ENTRADA OBLIGATORIO: EL RECICLADO DDRECICL ES
      * OPCIONAL Y SU FILE STATUS SE RESUELVE INLINE
       ERROR-FILES SECTION.
            USE AFTER STANDARD ERROR PROCEDURE ON TRANS-FILE.
       MANEJADOR-PROCESO-INPUT.
            PERFORM 9100-MANEJAR-ERROR-ARCHIVO.

       ERROR-FILES-OUTPUT SECTION.
            USE AFTER STANDARD ERROR PROCEDURE ON OUTPUT.
       MANEJADOR-PROCESO-OUTPUT.
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
       1000-I-INICIO.

           ACCEPT WS-FECHA    FROM DATE
           MOVE   WS-FECHA-AA TO WS-AA, WS-FCO-AA
           MOVE   WS-FECHA-MM TO WS-MM, WS-FCO-MM
           MOVE   WS-FECHA-DD TO WS-DD, WS-FCO-DD

           INITIALIZE WS-TABLA-MOTIVOS

           OPEN OUTPUT ERR-LOG

      *> PRIMERA PASADA: CUENTA LAS TRANSACCIONES DE CADA NROCLI EN TODA
      *> LA ENTRADA, PARA QUE LA SEGUNDA PASADA RECHACE TAMBIEN LA
      *> PRIMERA APARICION DE UN NROCLI REPETIDO
           PERFORM 1100-CONTAR-NROCLI
           IF WS-PGM-FIN
              GO TO 1000-F-INICIO
           END-IF

           OPEN OUTPUT LISTADO
           OPEN OUTPUT VALID-FILE
           OPEN OUTPUT SUSP-FILE
           OPEN INPUT  TRANS-FILE

           SET WS-ORIGEN-RECICL TO TRUE
           OPEN INPUT RECICL-FILE
           IF NOT WS-FSR-OK
              DISPLAY 'SIN SUSPENSO A RECICLAR (DDRECICL) - SE EDITA '
                      'SOLO DDTRANS'
              SET WS-ORIGEN-TRANS TO TRUE
           END-IF

           PERFORM 2900-LEER-SIGUIENTE
           IF WS-ORIGEN-AGOTADO
              DISPLAY 'SIN TRANSACCIONES NI SUSPENSO A RECICLAR'
              SET WS-PGM-FIN TO TRUE
           END-IF
           .
       1000-F-INICIO.   EXIT.

      ******************************************************************
      * 1100-CONTAR-NROCLI : PRIMERA PASADA SOBRE EL SUSPENSO RECICLADO *
      * Y DDTRANS - CARGA WS-TABLA-NROCLI CON CADA NROCLI Y SU CANTIDAD *
      * DE TRANSACCIONES. LAS ANULADAS ('X') NO CUENTAN. SI LA TABLA SE *
      * LLENA, LA CORRIDA SE FRENA SIN GRABAR NADA                      *
      ******************************************************************
       1100-CONTAR-NROCLI.

           OPEN INPUT RECICL-FILE
           IF WS-FSR-OK
              READ RECICL-FILE INTO WS-REG-SUSP
              AT END
                 CONTINUE
              END-READ
              PERFORM UNTIL NOT WS-FSR-OK OR WS-NRO-TABLA-LLENA
                 MOVE WS-SUS-TRANS TO WS-REG-TRANS
                 IF NOT WS-TRA-ANULAR
                    PERFORM 1150-SUMAR-NROCLI
                 END-IF
                 READ RECICL-FILE INTO WS-REG-SUSP
                 AT END
                    CONTINUE
                 END-READ
              END-PERFORM
              CLOSE RECICL-FILE
           END-IF

           OPEN INPUT TRANS-FILE
           READ TRANS-FILE INTO WS-REG-TRANS
           AT END
              CONTINUE
           END-READ
           PERFORM UNTIL NOT WS-FST-OK OR WS-NRO-TABLA-LLENA
              PERFORM 1150-SUMAR-NROCLI
              READ TRANS-FILE INTO WS-REG-TRANS
              AT END
                 CONTINUE
              END-READ
           END-PERFORM
           CLOSE TRANS-FILE

           IF WS-NRO-TABLA-LLENA
              DISPLAY 'ERROR: LA ENTRADA SUPERA LOS 9999 NROCLI '
                      'DISTINTOS - LA EDICION NO SE EJECUTA PARA NO '
                      'DEJAR PASAR DUPLICADOS SIN DETECTAR'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 1150-SUMAR-NROCLI : SUMA UNA TRANSACCION AL NROCLI DE           *
      * WS-REG-TRANS EN WS-TABLA-NROCLI, AGREGANDOLO SI NO ESTA; UN     *
      * NROCLI NO NUMERICO NO SE CUENTA (SE RECHAZA POR SI MISMO)       *
      ******************************************************************
       1150-SUMAR-NROCLI.

           IF WS-TRA-NROCLI NOT NUMERIC
              EXIT PARAGRAPH
           END-IF

           SET WS-NRO-IDX TO 1
           PERFORM UNTIL WS-NRO-IDX > WS-CANT-NRO
              IF WS-NRO-TAB-NROCLI(WS-NRO-IDX) = WS-TRA-NROCLI
                 ADD 1 TO WS-NRO-TAB-CANT(WS-NRO-IDX)
                 EXIT PARAGRAPH
              END-IF
              SET WS-NRO-IDX UP BY 1
           END-PERFORM

           IF WS-CANT-NRO >= 9999
              SET WS-NRO-TABLA-LLENA TO TRUE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-NRO
           SET WS-NRO-IDX TO WS-CANT-NRO
           MOVE WS-TRA-NROCLI TO WS-NRO-TAB-NROCLI(WS-NRO-IDX)
           MOVE 1             TO WS-NRO-TAB-CANT(WS-NRO-IDX)
           EXIT PARAGRAPH.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE PROCESOS                   *
      ******************************************************************
       2000-I-PROCESO.

           ADD 1 TO WS-TOT-LEIDAS
           IF WS-ORIGEN-RECICL
              ADD 1 TO WS-TOT-RECICL
           END-IF

           MOVE ZEROS  TO WS-COD-MOTIVO
           MOVE SPACES TO WS-DESC-MOTIVO

      *> EL OPERADOR ANULA UNA TRANSACCION DEL SUSPENSO CAMBIANDO SU
      *> ACCION A 'X': NO SE EDITA NI SE GRABA EN NINGUNA SALIDA, SOLO
      *> QUEDA EN EL LISTADO
           IF WS-ORIGEN-RECICL AND WS-TRA-ANULAR
              SET WS-TRA-ANULADA TO TRUE
              ADD 1 TO WS-TOT-ANULADAS
           ELSE
              PERFORM 2100-VALIDAR-TRANSACCION
              IF WS-MOT-NINGUNO
                 SET WS-TRA-VALIDA TO TRUE
                 ADD 1 TO WS-TOT-VALIDAS
                 WRITE REG-VALID FROM WS-REG-TRANS
              ELSE
                 SET WS-TRA-SUSPENDIDA TO TRUE
                 ADD 1 TO WS-TOT-SUSP
                 ADD 1 TO WS-MOT-CANT(WS-COD-MOTIVO)
                 PERFORM 2500-GRABAR-SUSPENSO
              END-IF
           END-IF

           PERFORM 2400-GRABAR-DETALLE

           PERFORM 2900-LEER-SIGUIENTE
           IF WS-ORIGEN-AGOTADO
              SET WS-PGM-FIN TO TRUE
           END-IF
           .
       2000-F-PROCESO.   EXIT.

      ******************************************************************
      * 2100-VALIDAR-TRANSACCION : APLICA LAS REGLAS DE EDICION A       *
      * WS-REG-TRANS Y DEJA EN WS-COD-MOTIVO EL PRIMER MOTIVO DE        *
      * RECHAZO (CERO SI LA TRANSACCION ES VALIDA). LAS REGLAS DE       *
      * SEXO Y FECNAC SON LAS DE 2220-VALIDAR-EXCEPCION DE RPTCLI01;    *
      * UNA BAJA 'D' SOLO NECESITA EL NROCLI, ASI QUE NO SE LE EXIGEN   *
      * LOS DATOS DEL CLIENTE                                           *
      ******************************************************************
       2100-VALIDAR-TRANSACCION.

           IF WS-TRA-NROCLI NOT NUMERIC OR WS-TRA-NROCLI = ZEROS
              SET WS-MOT-NROCLI TO TRUE
              PERFORM 2190-DESCRIBIR-MOTIVO
              EXIT PARAGRAPH
           END-IF

           IF NOT WS-TRA-ALTA AND NOT WS-TRA-MODIF AND NOT WS-TRA-BAJA
              SET WS-MOT-ACCION TO TRUE
              PERFORM 2190-DESCRIBIR-MOTIVO
              EXIT PARAGRAPH
           END-IF

           PERFORM 2150-BUSCAR-NROCLI
           IF WS-CANT-DEL-NROCLI > 1
              SET WS-MOT-DUPLICADO TO TRUE
              PERFORM 2190-DESCRIBIR-MOTIVO
              EXIT PARAGRAPH
           END-IF

           IF WS-TRA-ALTA OR WS-TRA-MODIF
              IF WS-TRA-NOMAPE = SPACES
                 SET WS-MOT-NOMAPE TO TRUE
                 PERFORM 2190-DESCRIBIR-MOTIVO
                 EXIT PARAGRAPH
              END-IF

              IF WS-TRA-SEXO NOT = 'F' AND NOT = 'M' AND NOT = 'O'
                 SET WS-MOT-SEXO TO TRUE
                 PERFORM 2190-DESCRIBIR-MOTIVO
                 EXIT PARAGRAPH
              END-IF

              IF WS-TRA-FECNAC(1:4)  NOT NUMERIC
                 OR WS-TRA-FECNAC(5:1)  NOT = '-'
                 OR WS-TRA-FECNAC(6:2)  NOT NUMERIC
                 OR WS-TRA-FECNAC(6:2)  < '01'
                 OR WS-TRA-FECNAC(6:2)  > '12'
                 OR WS-TRA-FECNAC(8:1)  NOT = '-'
                 OR WS-TRA-FECNAC(9:2)  NOT NUMERIC
                 OR WS-TRA-FECNAC(9:2)  < '01'
                 OR WS-TRA-FECNAC(9:2)  > '31'
                 SET WS-MOT-FECNAC TO TRUE
                 PERFORM 2190-DESCRIBIR-MOTIVO
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM 2200-VERIFICAR-EXISTENCIA
           EXIT PARAGRAPH.

      ******************************************************************
      * 2150-BUSCAR-NROCLI : RECUPERA DE WS-TABLA-NROCLI LA CANTIDAD DE *
      * TRANSACCIONES QUE TRAE LA ENTRADA PARA EL NROCLI ACTUAL         *
      ******************************************************************
       2150-BUSCAR-NROCLI.

           MOVE ZEROS TO WS-CANT-DEL-NROCLI
           SET WS-NRO-IDX TO 1
           PERFORM UNTIL WS-NRO-IDX > WS-CANT-NRO
              IF WS-NRO-TAB-NROCLI(WS-NRO-IDX) = WS-TRA-NROCLI
                 MOVE WS-NRO-TAB-CANT(WS-NRO-IDX) TO WS-CANT-DEL-NROCLI
                 EXIT PARAGRAPH
              END-IF
              SET WS-NRO-IDX UP BY 1
           END-PERFORM
           EXIT PARAGRAPH.

      ******************************************************************
      * 2190-DESCRIBIR-MOTIVO : ARMA LA DESCRIPCION DEL CODIGO DE       *
      * MOTIVO DE RECHAZO PARA EL LISTADO Y EL SUSPENSO                 *
      ******************************************************************
       2190-DESCRIBIR-MOTIVO.

           EVALUATE TRUE
             WHEN WS-MOT-NROCLI
                  MOVE 'NROCLI INVALIDO'            TO WS-DESC-MOTIVO
             WHEN WS-MOT-ACCION
                  MOVE 'ACCION INVALIDA (NO I/U/D)' TO WS-DESC-MOTIVO
             WHEN WS-MOT-NOMAPE
                  MOVE 'NOMAPE EN BLANCO'           TO WS-DESC-MOTIVO
             WHEN WS-MOT-FECNAC
                  MOVE 'FECNAC INVALIDA'            TO WS-DESC-MOTIVO
             WHEN WS-MOT-SEXO
                  MOVE 'SEXO INVALIDO'              TO WS-DESC-MOTIVO
             WHEN WS-MOT-YA-EXISTE
                  MOVE 'ALTA DE NROCLI YA EXISTENTE' TO WS-DESC-MOTIVO
             WHEN WS-MOT-NO-EXISTE
                  MOVE 'NROCLI NO EXISTE EN TBCURCLI'
                    TO WS-DESC-MOTIVO
             WHEN WS-MOT-DUPLICADO
                  MOVE 'NROCLI REPETIDO EN LA ENTRADA'
                    TO WS-DESC-MOTIVO
             WHEN WS-MOT-DB2
                  MOVE 'CONSULTA DB2 FALLIDA - VER DDERRLOG'
                    TO WS-DESC-MOTIVO
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2200-VERIFICAR-EXISTENCIA : CUENTA LAS FILAS DEL NROCLI EN      *
      * TBCURCLI - UN ALTA EXIGE QUE NO EXISTA, UNA MODIFICACION O UNA  *
      * BAJA EXIGEN QUE EXISTA                                          *
      ******************************************************************
       2200-VERIFICAR-EXISTENCIA.

           MOVE WS-TRA-NROCLI TO WT-NROCLI
           MOVE ZEROS         TO WS-CANT-FILAS-SQL

           EXEC SQL
             SELECT COUNT(*)
                  INTO :WS-CANT-FILAS-SQL
                  FROM KC02803.TBCURCLI
                  WHERE NROCLI = :WT-NROCLI
           END-EXEC

           IF SQLCODE NOT = 0
              SET WS-MOT-DB2 TO TRUE
              PERFORM 2190-DESCRIBIR-MOTIVO
              MOVE 'SELECT COUNT TBCURCLI (EXISTENCIA)' TO WS-ACCION
              PERFORM 9000-GRABAR-ERROR-LOG
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
             WHEN WS-TRA-ALTA AND WS-CANT-FILAS-SQL > 0
                  SET WS-MOT-YA-EXISTE TO TRUE
                  PERFORM 2190-DESCRIBIR-MOTIVO
             WHEN NOT WS-TRA-ALTA AND WS-CANT-FILAS-SQL = 0
                  SET WS-MOT-NO-EXISTE TO TRUE
                  PERFORM 2190-DESCRIBIR-MOTIVO
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2400-GRABAR-DETALLE : ESCRIBE LA LINEA DE VALIDADA/SUSPENDIDA/  *
      * ANULADA DE LA TRANSACCION ACTUAL EN EL LISTADO                  *
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

           IF WS-ORIGEN-RECICL
              MOVE 'RECICLADA' TO WS-DET-ORIGEN
           ELSE
              MOVE 'DDTRANS'   TO WS-DET-ORIGEN
           END-IF

           EVALUATE TRUE
             WHEN WS-TRA-ALTA
                  MOVE 'ALTA'         TO WS-DET-ACCION
             WHEN WS-TRA-MODIF
                  MOVE 'MODIFICACION' TO WS-DET-ACCION
             WHEN WS-TRA-BAJA
                  MOVE 'BAJA'         TO WS-DET-ACCION
             WHEN WS-TRA-ANULAR
                  MOVE 'ANULACION'    TO WS-DET-ACCION
             WHEN OTHER
                  MOVE 'DESCONOCIDA'  TO WS-DET-ACCION
           END-EVALUATE

      *> EL NROCLI SE LISTA COMO VINO (PUEDE SER JUSTAMENTE EL MOTIVO
      *> DEL RECHAZO POR NO NUMERICO)
           MOVE WS-REG-TRANS(2:9) TO WS-DET-NROCLI

           EVALUATE TRUE
             WHEN WS-TRA-VALIDA
                  MOVE 'VALIDADA'     TO WS-DET-RESULT
                  MOVE SPACES         TO WS-DET-COD
                  MOVE SPACES         TO WS-DET-MOTIVO
             WHEN WS-TRA-SUSPENDIDA
                  MOVE 'EN SUSPENSO'  TO WS-DET-RESULT
                  MOVE WS-COD-MOTIVO  TO WS-DET-COD
                  MOVE WS-DESC-MOTIVO TO WS-DET-MOTIVO
             WHEN OTHER
                  MOVE 'ANULADA'      TO WS-DET-RESULT
                  MOVE SPACES         TO WS-DET-COD
                  MOVE 'ANULADA POR EL OPERADOR EN EL SUSPENSO'
                    TO WS-DET-MOTIVO
           END-EVALUATE

           WRITE REG-SALIDA FROM WS-REG-DETALLE
           EXIT PARAGRAPH.

      ******************************************************************
      * 2500-GRABAR-SUSPENSO : GRABA LA TRANSACCION RECHAZADA EN DDSUSP *
      * TAL CUAL VINO, CON SU MOTIVO. UNA TRANSACCION NUEVA ENTRA AL    *
      * SUSPENSO CON LA FECHA DE HOY; UNA RECICLADA CONSERVA SU FECHA   *
      * DE INGRESO ORIGINAL Y SUMA UN CICLO                             *
      ******************************************************************
       2500-GRABAR-SUSPENSO.

           MOVE SPACES         TO WS-REG-SUSP
           MOVE WS-REG-TRANS   TO WS-SUS-TRANS
           MOVE WS-COD-MOTIVO  TO WS-SUS-COD-MOTIVO
           MOVE WS-DESC-MOTIVO TO WS-SUS-DESC-MOTIVO

           IF WS-ORIGEN-RECICL
              MOVE WS-RCL-FEC-INGRESO TO WS-SUS-FEC-INGRESO
              COMPUTE WS-SUS-CICLOS = WS-RCL-CICLOS + 1
           ELSE
              MOVE WS-FECHA-CORRIDA   TO WS-SUS-FEC-INGRESO
              MOVE ZEROS              TO WS-SUS-CICLOS
           END-IF

           WRITE REG-SUSP FROM WS-REG-SUSP
           EXIT PARAGRAPH.

      ******************************************************************
      * 2900-LEER-SIGUIENTE : DEJA EN WS-REG-TRANS LA PROXIMA           *
      * TRANSACCION A EDITAR - PRIMERO TODO EL SUSPENSO RECICLADO Y     *
      * DESPUES DDTRANS. AL AGOTAR AMBOS MARCA WS-ORIGEN-AGOTADO        *
      ******************************************************************
       2900-LEER-SIGUIENTE.

           IF WS-ORIGEN-RECICL
              READ RECICL-FILE INTO WS-REG-SUSP
              AT END
                 CONTINUE
              END-READ
              IF WS-FSR-OK
                 MOVE WS-SUS-TRANS TO WS-REG-TRANS
      *> UN SUSPENSO SIN FECHA DE INGRESO (CARGADO A MANO) SE TOMA COMO
      *> INGRESADO HOY, Y UN CONTADOR DE CICLOS ILEGIBLE COMO CERO
                 IF WS-SUS-FEC-INGRESO = SPACES
                    MOVE WS-FECHA-CORRIDA   TO WS-RCL-FEC-INGRESO
                 ELSE
                    MOVE WS-SUS-FEC-INGRESO TO WS-RCL-FEC-INGRESO
                 END-IF
                 IF WS-SUS-CICLOS NUMERIC
                    MOVE WS-SUS-CICLOS      TO WS-RCL-CICLOS
                 ELSE
                    MOVE ZEROS              TO WS-RCL-CICLOS
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              CLOSE RECICL-FILE
              SET WS-ORIGEN-TRANS TO TRUE
           END-IF

           IF WS-ORIGEN-TRANS
              READ TRANS-FILE INTO WS-REG-TRANS
              AT END
                 SET WS-ORIGEN-AGOTADO TO TRUE
              END-READ
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      *                    CUERPO PRINCIPAL FINAL                      *
      ******************************************************************
       3000-I-FINAL.

      *> SI LA PRIMERA PASADA FRENO LA CORRIDA, LAS SALIDAS NUNCA SE
      *> ABRIERON (EL FILE STATUS DEL LISTADO SIGUE EN BLANCO)
           IF WS-FS-SALIDA = SPACES
              CLOSE ERR-LOG
              GO TO 3000-F-FINAL
           END-IF

           IF NOT WS-CIERRE-HECHO
              MOVE WS-TOT-LEIDAS   TO WS-TOT-LEIDAS-2
              MOVE WS-TOT-VALIDAS  TO WS-TOT-VALID-2
              MOVE WS-TOT-SUSP     TO WS-TOT-SUSP-2
              MOVE WS-TOT-RECICL   TO WS-TOT-RECICL-2
              MOVE WS-TOT-ANULADAS TO WS-TOT-ANUL-2
              WRITE REG-SALIDA     FROM WS-LINEA-VACIA
              WRITE REG-SALIDA     FROM WS-REG-TOTALES
              WRITE REG-SALIDA     FROM WS-REG-TOTALES-2
              WRITE REG-SALIDA     FROM WS-LINEA-VACIA
              PERFORM 3100-IMPRIMIR-MOTIVO
                      VARYING WS-SUB-MOTIVO FROM 1 BY 1
                      UNTIL WS-SUB-MOTIVO > 9
           END-IF

           DISPLAY 'TRANSACCIONES LEIDAS    : ' WS-TOT-LEIDAS
           DISPLAY 'DE ELLAS RECICLADAS     : ' WS-TOT-RECICL
           DISPLAY 'VALIDADAS (DDVALID)     : ' WS-TOT-VALIDAS
           DISPLAY 'EN SUSPENSO (DDSUSP)    : ' WS-TOT-SUSP
           DISPLAY 'ANULADAS DEL SUSPENSO   : ' WS-TOT-ANULADAS

           IF NOT WS-CIERRE-HECHO
              PERFORM 9200-CERRAR-TODO
           END-IF
           .
       3000-F-FINAL. EXIT.

      ******************************************************************
      * 3100-IMPRIMIR-MOTIVO : UNA LINEA DE RESUMEN POR CADA CODIGO DE  *
      * MOTIVO CON AL MENOS UNA TRANSACCION SUSPENDIDA                  *
      ******************************************************************
       3100-IMPRIMIR-MOTIVO.

           IF WS-MOT-CANT(WS-SUB-MOTIVO) > 0
              MOVE WS-SUB-MOTIVO TO WS-COD-MOTIVO
              PERFORM 2190-DESCRIBIR-MOTIVO
              MOVE WS-COD-MOTIVO              TO WS-RMO-COD
              MOVE WS-DESC-MOTIVO             TO WS-RMO-DESC
              MOVE WS-MOT-CANT(WS-SUB-MOTIVO) TO WS-RMO-CANT
              WRITE REG-SALIDA FROM WS-REG-MOTIVO
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 9100-MANEJAR-ERROR-ARCHIVO : DESTINO DE LOS DECLARATIVOS DE     *
      * ERROR - IDENTIFICA EL ARCHIVO QUE FALLO, LO REGISTRA EN EL LOG  *
      * DE ERRORES Y CIERRA LO QUE QUEDO ABIERTO ANTES DE DETENER EL    *
      * PROGRAMA                                                        *
      ******************************************************************
       9100-MANEJAR-ERROR-ARCHIVO.

      *> SI LOS CIERRES DE ESTE MISMO PARRAFO FALLAN, EL DECLARATIVO
      *> VUELVE A ENTRAR AQUI; CON EL CIERRE YA MARCADO SOLO SE SALE
           IF WS-CIERRE-HECHO
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
             WHEN NOT WS-FST-OK AND NOT WS-FST-EOF
                  AND WS-FS-TRANS NOT = SPACES
                  MOVE 'LECTURA TRANSACCIONES (DDTRANS)' TO WS-ACCION
                  MOVE WS-FS-TRANS  TO WS-CODE-SAL
             WHEN NOT WS-FSV-OK AND WS-FS-VALID NOT = SPACES
                  MOVE 'ESCRITURA VALIDADAS (DDVALID)'   TO WS-ACCION
                  MOVE WS-FS-VALID  TO WS-CODE-SAL
             WHEN NOT WS-FSU-OK AND WS-FS-SUSP NOT = SPACES
                  MOVE 'ESCRITURA SUSPENSO (DDSUSP)'     TO WS-ACCION
                  MOVE WS-FS-SUSP   TO WS-CODE-SAL
             WHEN NOT WS-FSS-OK AND WS-FS-SALIDA NOT = SPACES
                  MOVE 'ESCRITURA LISTADO (DDSALE)'      TO WS-ACCION
                  MOVE WS-FS-SALIDA TO WS-CODE-SAL
             WHEN OTHER
                  MOVE 'ARCHIVO DESCONOCIDO'              TO WS-ACCION
           END-EVALUATE
           SET WS-CIERRE-HECHO TO TRUE
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION WS-CODE-SAL
           MOVE 8 TO RETURN-CODE
           PERFORM 9200-CERRAR-TODO
           SET WS-PGM-FIN TO TRUE
           EXIT PARAGRAPH.

      ******************************************************************
      * 9200-CERRAR-TODO : CIERRA LOS ARCHIVOS ABIERTOS POR EL PROGRAMA*
      ******************************************************************
       9200-CERRAR-TODO.

           SET WS-CIERRE-HECHO TO TRUE
           IF WS-ORIGEN-RECICL
              CLOSE RECICL-FILE
           END-IF
           CLOSE TRANS-FILE
           CLOSE VALID-FILE
           CLOSE SUSP-FILE
           CLOSE LISTADO
           CLOSE ERR-LOG
           EXIT PARAGRAPH.

      ******************************************************************
      * 9000-GRABAR-ERROR-LOG : ARMA Y GRABA UN REGISTRO EN EL LOG DE   *
      * ERRORES (DDERRLOG) CON LA FECHA/HORA, LA ACCION QUE FALLO, EL   *
      * SQLCODE/FILE STATUS, Y EL NROCLI DE LA TRANSACCION EN PROCESO   *
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
           IF WS-TRA-NROCLI NUMERIC
              MOVE WS-TRA-NROCLI   TO REG-ERR-NROCLI
           ELSE
              MOVE ZEROS           TO REG-ERR-NROCLI
           END-IF
           MOVE WS-TRA-FECNAC(1:4) TO REG-ERR-ANIO-NAC
           MOVE WS-TRA-SEXO        TO REG-ERR-SEXO

           WRITE REG-ERRLOG
           EXIT PARAGRAPH.
