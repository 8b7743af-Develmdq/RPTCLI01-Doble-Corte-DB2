      * DIARIO DE UNA CORRIDA ANTERIOR POR DDJRNLI Y LO DESHACE EN     *
      * ORDEN INVERSO (BACKOUT), VERIFICANDO ANTES DE CADA DESHECHO    *
      * QUE LA FILA ACTUAL COINCIDA CON LA IMAGEN POSTERIOR DIARIZADA. *
      * CADA DESHECHO EXITOSO SE DIARIZA A SU VEZ EN DDJRNL COMO UNA   *
      * ENTRADA DE REVERSION (TIPO 'R', CON LA ACCION COMPENSATORIA Y  *
      * EL NUMERO DE SECUENCIA DE LA ENTRADA ORIGINAL), ASI EL DIARIO  *
      * DEL BACKOUT TAMBIEN PUEDE CARGARSE A LA AUDITORIA (AUDCLI01).  *
      *                                                                *
      * NROCLI DUPLICADOS: UN 'U'/'D' SIGUE AFECTANDO TODAS LAS FILAS  *
      * DEL NROCLI (COMO SIEMPRE), PERO EL DIARIO LLEVA UNA SOLA       *
      * ENTRADA RESTAURA/REVIERTE SOLO LA IMAGEN DIARIZADA (TAMBIEN    *
      * CON AVISO): LAS FILAS DUPLICADAS PERDIDAS SE RECUPERAN DEL     *
      * HISTORICO TBHISCLI SI HICIERA FALTA                            *
      *                                                                *
      * CADA CORRIDA QUEDA EN EL REGISTRO DE CORRIDAS DE LA CADENA     *
      * (TBCTLCLI) CON LA IDENTIDAD DE SU ENTRADA. UN DDTRANS (O UN    *
      * DDJRNLI EN BACKOUT) YA PROCESADO POR UNA CORRIDA TERMINADA     *
      * BIEN SE RECHAZA SIN TOCAR NADA, SALVO REPROCESO FORZADO POR    *
      * LA TARJETA DDPARM. UNA CORRIDA FALLIDA PUEDE REINICIARSE        *
      ******************************************************************

      ******************************************************************
          05 REG-TRA-SEXO          PIC X(01).
          05 FILLER                PIC X(19).

      * EL MISMO REGISTRO EN PALABRAS DE 2 BYTES, PARA LA SUMA DE       *
      * CONTROL DE 1500-IDENTIFICAR-TRANS                               *
       01 REG-TRANS-PALABRAS.
          05 REG-TRA-PALABRA       PIC X(02)  OCCURS 40 TIMES.

       FD LISTADO
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F
      * CANTIDAD DE TRANSACCIONES ENTRE COMMIT Y COMMIT (EN BLANCO O    *
      * CEROS SE USA EL INTERVALO POR DEFECTO DE WS-CMT-INTERVALO)      *
          05 REG-PARM-INTERVALO    PIC X(05).
      * 'S' = REPROCESAR AUNQUE EL REGISTRO DE CORRIDAS (TBCTLCLI)      *
      * MUESTRE ESA MISMA ENTRADA YA PROCESADA POR UNA CORRIDA BIEN     *
      * TERMINADA; EN BLANCO O 'N' LA CORRIDA SE BLOQUEA                *
          05 REG-PARM-FORZAR       PIC X(01).
          05 FILLER                PIC X(73).

      * DIARIO DE MANTENIMIENTO: UN REGISTRO POR TRANSACCION ACEPTADA,  *
      * CON LA IMAGEN DEL CLIENTE ANTES Y DESPUES DE APLICARLA (ALTA:   *
      * IMAGEN ANTERIOR EN BLANCO; BAJA: IMAGEN POSTERIOR EN BLANCO).   *
      * EL MISMO LAYOUT SE LEE POR DDJRNLI EN MODO BACKOUT, Y EN ESE    *
      * MODO DDJRNL RECIBE LAS ENTRADAS DE REVERSION DEL DESHECHO       *
       FD JRNL-OUT
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
          88 WS-FSS-OK                    VALUE '00'.

      * CONTROL FILE STATUS DEL LOG DE ERRORES *
       01 WS-FS-ERRLOG       PIC X(2)     VALUE SPACES.
          88 WS-FSE-OK                    VALUE '00'.

      * CONTROL FILE STATUS TARJETA DE PARAMETROS *
          88 WS-MODO-APLICAR              VALUE 'A'.
          88 WS-MODO-BACKOUT              VALUE 'B'.

      * REPROCESO FORZADO POR LA TARJETA DDPARM (VER REG-PARM-FORZAR) *
       01 WS-SW-FORZAR       PIC X(01)    VALUE 'N'.
          88 WS-REPROCESO-FORZADO         VALUE 'S'.

      * CONTROL DE COMMIT POR INTERVALO Y REINICIO: CADA                *
      * WS-CMT-INTERVALO TRANSACCIONES SE CONFIRMA EN DB2 Y SE GRABA    *
      * UN CHECKPOINT EN DDRESTO; EN UN REINICIO SE SALTEAN LAS         *
      * A 1 SOLO PARA UN NROCLI DUPLICADO); EL BACKOUT LA USA PARA     *
      * AVISAR QUE SOLO PUEDE RESTAURAR LA IMAGEN DIARIZADA            *
          05 WS-JRN-FILAS        PIC 9(04).
      * TIPO DE ENTRADA: BLANCO = TRANSACCION APLICADA; 'R' = REVERSION*
      * GRABADA POR UN BACKOUT, CON LA ACCION COMPENSATORIA (EL ALTA SE *
      * REVIERTE CON 'D', LA BAJA CON 'I') Y EN WS-JRN-SEQ-ORIG LA      *
      * SECUENCIA DE LA ENTRADA ORIGINAL DESHECHA. UN DIARIO VIEJO      *
      * TRAE BLANCOS EN AMBOS CAMPOS                                    *
          05 WS-JRN-TIPO         PIC X(01).
             88 WS-JRN-REVERSION            VALUE 'R'.
          05 WS-JRN-SEQ-ORIG     PIC 9(07).
          05 FILLER              PIC X(01).

      * NUMERO DE SECUENCIA DEL PROXIMO REGISTRO DEL DIARIO *
       77 WS-JRN-SEQ-ACT     PIC 9(07)    VALUE ZEROS.
       01 WS-TABLA-JOURNAL.
          05 WS-JRN-REG      OCCURS 9999 TIMES
                             INDEXED BY WS-JRN-IDX.
             10 WS-JRN-TAB-SEQ        PIC 9(07).
             10 WS-JRN-TAB-ACCION     PIC X(01).
             10 WS-JRN-TAB-NROCLI     PIC 9(09).
             10 WS-JRN-TAB-ANT-NOMAPE PIC X(40).
             10 WS-JRN-TAB-FILAS      PIC 9(04).
       01 WS-CANT-JRN        PIC 9(05)    COMP   VALUE ZEROS.

      * IDENTIDAD DE LA ENTRADA PARA EL REGISTRO DE CORRIDAS: EN MODO   *
      * APLICAR, CANTIDAD DE TRANSACCIONES DE DDTRANS Y LAS DOS SUMAS   *
      * DE UNA SUMA DE CONTROL (FLETCHER) SOBRE LOS 80 BYTES DE CADA    *
      * TRANSACCION, EN ORDEN; EN MODO BACKOUT, FECHA Y HORA DE LA      *
      * PRIMERA ENTRADA DE DDJRNLI Y CANTIDAD DE ENTRADAS               *
       01 WS-IDE-TRANS.
          05 WS-IDE-CANT     PIC 9(07)    VALUE ZEROS.
          05 WS-IDE-SUMA-A   PIC 9(07)    VALUE ZEROS.
          05 WS-IDE-SUMA-B   PIC 9(07)    VALUE ZEROS.
      * MODULO DE LAS SUMAS (PRIMO MAYOR QUE EL VALOR DE UNA PALABRA) *
       01 WS-IDE-MODULO      PIC 9(07)    VALUE 999983.
      * PALABRA DE 2 BYTES EN PROCESO, VISTA COMO BINARIO SIN SIGNO     *
       01 WS-IDE-PALABRA.
          05 FILLER          PIC X(02)    VALUE LOW-VALUES.
          05 WS-IDE-PAL-BYTES
                             PIC X(02)    VALUE LOW-VALUES.
       01 WS-IDE-PAL-VALOR   REDEFINES WS-IDE-PALABRA
                             PIC S9(09)   COMP.
       01 WS-IDE-SUB         PIC 9(02)    COMP   VALUE ZEROS.
       01 WS-IDE-JRNL.
          05 WS-IDE-JRN-FECHA
                             PIC X(10)    VALUE SPACES.
          05 WS-IDE-JRN-HORA PIC X(08)    VALUE SPACES.
          05 WS-IDE-JRN-CANT PIC 9(05)    VALUE ZEROS.

      * FECHA DE LA ENTRADA DEL DIARIO EN PROCESO (ES LA FECBAJA CON    *
      * QUE LA BAJA QUEDO RETIRADA EN TBBAJCLI); COPIA DE TRABAJO       *
      * PORQUE UNA VARIABLE HOST DE DB2 NO PUEDE LLEVAR SUBINDICE       *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBCURCLI END-EXEC.
                EXEC SQL INCLUDE TBBAJCLI END-EXEC.
                EXEC SQL INCLUDE TBCTLCLI END-EXEC.

      * CAMPOS DE TRABAJO DEL REGISTRO DE CORRIDAS DE LA CADENA *
       COPY CPCTLCLI.

       77  FILLER            PIC X(26)    VALUE '* FINAL  WS *'.

              GO TO 1000-F-INICIO
           END-IF

      *> LA ENTRADA SE IDENTIFICA Y SE VERIFICA CONTRA EL REGISTRO DE
      *> CORRIDAS ANTES DE ABRIR LAS SALIDAS: UNA CORRIDA BLOQUEADA NO
      *> DEBE TRUNCAR EL DDJRNL, EL LISTADO NI EL LOG DE ERRORES DE LA
      *> CORRIDA ANTERIOR
           IF WS-MODO-BACKOUT
              PERFORM 1200-CARGAR-JOURNAL
           ELSE
              PERFORM 1500-IDENTIFICAR-TRANS
           END-IF

      *> UN DDJRNLI VACIO O QUE NO ENTRA EN LA TABLA (1200), UNA FALLA
      *> DE LECTURA EN LA PASADA PREVIA O UNA CORRIDA BLOQUEADA NO
      *> DESHACEN NI APLICAN NADA: LA CORRIDA QUEDA REGISTRADA CON SU
      *> RESULTADO PERO NO SE ABRE NINGUNA SALIDA
           PERFORM 9500-REGISTRAR-INICIO
           IF WS-PGM-FIN OR WS-CIERRE-HECHO OR NOT WS-CTL-REGISTRADA
              GO TO 1000-F-INICIO
           END-IF

           OPEN OUTPUT ERR-LOG

           IF WS-MODO-BACKOUT
              OPEN OUTPUT LISTADO
              OPEN OUTPUT JRNL-OUT
           ELSE
              PERFORM 1300-LEER-RESTART

                 IF REG-PARM-MODO NOT = SPACE
                    MOVE REG-PARM-MODO TO WS-SW-MODO
                 END-IF
                 IF REG-PARM-FORZAR = 'S'
                    SET WS-REPROCESO-FORZADO TO TRUE
                 END-IF
                 IF REG-PARM-FORZAR NOT = SPACE
                    AND REG-PARM-FORZAR NOT = 'S'
                    AND REG-PARM-FORZAR NOT = 'N'
                    DISPLAY 'INDICADOR DE REPROCESO INVALIDO EN '
                            'DDPARM: ' REG-PARM-FORZAR
                            ' - SE ESPERA S O N'
                    MOVE 8 TO RETURN-CODE
                    SET WS-PGM-FIN TO TRUE
                 END-IF
                 IF REG-PARM-INTERVALO NOT = SPACES
                    AND REG-PARM-INTERVALO NOT = ZEROS
                    IF REG-PARM-INTERVALO NUMERIC
           PERFORM UNTIL NOT WS-FSJI-OK OR WS-CANT-JRN >= 9999
              ADD 1 TO WS-CANT-JRN
              SET WS-JRN-IDX TO WS-CANT-JRN
              MOVE WS-JRN-SEQ
                TO WS-JRN-TAB-SEQ(WS-JRN-IDX)
              MOVE WS-JRN-ACCION
                TO WS-JRN-TAB-ACCION(WS-JRN-IDX)
              MOVE WS-JRN-NROCLI
                TO WS-JRN-TAB-NVO-SEXO(WS-JRN-IDX)
              MOVE WS-JRN-FECHA
                TO WS-JRN-TAB-FECHA(WS-JRN-IDX)
      *> LA PRIMERA ENTRADA IDENTIFICA AL DIARIO (MISMO CRITERIO QUE
      *> USA AUDCLI01 AL CARGARLO)
              IF WS-CANT-JRN = 1
                 MOVE WS-JRN-FECHA TO WS-IDE-JRN-FECHA
                 MOVE WS-JRN-HORA  TO WS-IDE-JRN-HORA
              END-IF
      *> UN DIARIO VIEJO, ANTERIOR AL CAMPO DE FILAS AFECTADAS, TRAE
      *> BLANCOS EN ESA POSICION: SE ASUME UNA SOLA FILA
              IF WS-JRN-FILAS NUMERIC
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 1500-IDENTIFICAR-TRANS : PASADA PREVIA SOBRE DDTRANS PARA       *
      * OBTENER SU IDENTIDAD (CANTIDAD DE TRANSACCIONES Y SUMA DE      *
      * CONTROL DE LOS REGISTROS COMPLETOS, ACCION Y DATOS), CON LA QUE *
      * EL REGISTRO DE CORRIDAS RECONOCE UN DDTRANS YA APLICADO: OTRO   *
      * DDTRANS SOBRE LOS MISMOS NROCLI DA OTRA SUMA. EL ARCHIVO SE     *
      * VUELVE A ABRIR DESDE EL PRINCIPIO PARA LA APLICACION            *
      ******************************************************************
       1500-IDENTIFICAR-TRANS.

           OPEN INPUT TRANS-FILE
           IF NOT WS-FST-OK
              EXIT PARAGRAPH
           END-IF

           READ TRANS-FILE
           AT END
              CONTINUE
           END-READ
           PERFORM UNTIL NOT WS-FST-OK
              ADD 1 TO WS-IDE-CANT
      *> LA SEGUNDA SUMA ACUMULA LA PRIMERA, ASI QUE TAMBIEN CAMBIA SI
      *> SE PERMUTAN BYTES O TRANSACCIONES
              PERFORM VARYING WS-IDE-SUB FROM 1 BY 1
                        UNTIL WS-IDE-SUB > 40
                 MOVE REG-TRA-PALABRA(WS-IDE-SUB) TO WS-IDE-PAL-BYTES
                 ADD WS-IDE-PAL-VALOR TO WS-IDE-SUMA-A
                 IF WS-IDE-SUMA-A NOT < WS-IDE-MODULO
                    SUBTRACT WS-IDE-MODULO FROM WS-IDE-SUMA-A
                 END-IF
                 ADD WS-IDE-SUMA-A TO WS-IDE-SUMA-B
                 IF WS-IDE-SUMA-B NOT < WS-IDE-MODULO
                    SUBTRACT WS-IDE-MODULO FROM WS-IDE-SUMA-B
                 END-IF
              END-PERFORM
              READ TRANS-FILE
              AT END
                 CONTINUE
              END-READ
           END-PERFORM

           IF WS-FST-EOF
              CLOSE TRANS-FILE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE PROCESOS                   *
      ******************************************************************

           MOVE SPACES          TO WS-REG-JRNL
           MOVE WS-JRN-SEQ-ACT  TO WS-JRN-SEQ
           MOVE ZEROS           TO WS-JRN-SEQ-ORIG
           MOVE REG-TRA-ACCION  TO WS-JRN-ACCION
           MOVE REG-TRA-NROCLI  TO WS-JRN-NROCLI

                      'RESTAURO/REVIRTIO LA IMAGEN DIARIZADA'
           END-IF

           IF WS-TRA-ACEPTADA
              PERFORM 6600-GRABAR-JOURNAL-REVERSION
           END-IF

           PERFORM 6500-GRABAR-DETALLE-BACKOUT
           EXIT PARAGRAPH.

           WRITE REG-SALIDA FROM WS-LINEA-VACIA
           EXIT PARAGRAPH.

      ******************************************************************
      * 6600-GRABAR-JOURNAL-REVERSION : DIARIZA EN DDJRNL EL DESHECHO   *
      * RECIEN HECHO COMO ENTRADA DE REVERSION: ACCION COMPENSATORIA,   *
      * IMAGENES INVERTIDAS RESPECTO DE LA ENTRADA ORIGINAL Y SU        *
      * SECUENCIA EN WS-JRN-SEQ-ORIG. COMO LA ACCION ES LA QUE          *
      * REALMENTE SE APLICO, ESTE DIARIO PUEDE A SU VEZ DESHACERSE      *
      ******************************************************************
       6600-GRABAR-JOURNAL-REVERSION.

           ACCEPT WS-HORA-ERR  FROM TIME
           MOVE   WS-HOR-ERR-HH TO WS-HOR-ERR-HH2
           MOVE   WS-HOR-ERR-MM TO WS-HOR-ERR-MM2
           MOVE   WS-HOR-ERR-SS TO WS-HOR-ERR-SS2

           ADD 1 TO WS-JRN-SEQ-ACT

           MOVE SPACES          TO WS-REG-JRNL
           MOVE WS-JRN-SEQ-ACT  TO WS-JRN-SEQ
           MOVE WT-NROCLI       TO WS-JRN-NROCLI
           SET WS-JRN-REVERSION TO TRUE
           MOVE WS-JRN-TAB-SEQ(WS-JRN-IDX) TO WS-JRN-SEQ-ORIG

           EVALUATE WS-JRN-TAB-ACCION(WS-JRN-IDX)
             WHEN 'I'
                  MOVE 'D' TO WS-JRN-ACCION
             WHEN 'D'
                  MOVE 'I' TO WS-JRN-ACCION
             WHEN OTHER
                  MOVE 'U' TO WS-JRN-ACCION
           END-EVALUATE

           MOVE WS-NVO-NOMAPE   TO WS-JRN-ANT-NOMAPE
           MOVE WS-NVO-FECNAC   TO WS-JRN-ANT-FECNAC
           MOVE WS-NVO-SEXO     TO WS-JRN-ANT-SEXO
           MOVE WS-ANT-NOMAPE   TO WS-JRN-NVO-NOMAPE
           MOVE WS-ANT-FECNAC   TO WS-JRN-NVO-FECNAC
           MOVE WS-ANT-SEXO     TO WS-JRN-NVO-SEXO

           MOVE WS-FECHA-JORNAL    TO WS-JRN-FECHA
           MOVE WS-HORA-ERR-IMPR   TO WS-JRN-HORA
      *> LA BAJA DESHECHA REINSERTA UNA SOLA FILA; LOS DEMAS DESHECHOS
      *> ALCANZAN LAS MISMAS FILAS QUE LA ENTRADA ORIGINAL
           IF WS-JRN-TAB-ACCION(WS-JRN-IDX) = 'D'
              MOVE 1                  TO WS-JRN-FILAS
           ELSE
              MOVE WS-FILAS-AFECTADAS TO WS-JRN-FILAS
           END-IF

           WRITE REG-JRNL-OUT FROM WS-REG-JRNL
           EXIT PARAGRAPH.

      ******************************************************************
      *                    CUERPO PRINCIPAL FINAL                      *
      ******************************************************************
       3000-I-FINAL.

      *> EL REGISTRO DE CORRIDAS SE CIERRA ANTES DE 9200-CERRAR-TODO,
      *> MIENTRAS LA MARCA DE CIERRE HECHO SOLO PUEDE VENIR DE UN
      *> DECLARATIVO DE ERROR DE ARCHIVO
           IF WS-CTL-REGISTRADA
              PERFORM 9550-REGISTRAR-FIN
           END-IF

      *> SI LA TARJETA DE PARAMETROS FRENO LA CORRIDA, EL LISTADO NUNCA
      *> SE ABRIO (SU FILE STATUS SIGUE EN BLANCO) Y NO HAY TOTALES QUE
      *> ESCRIBIR NI ARCHIVOS QUE CERRAR
                  AND WS-FS-TRANS NOT = SPACES
                  MOVE 'LECTURA TRANSACCIONES (DDTRANS)' TO WS-ACCION
                  MOVE WS-FS-TRANS  TO WS-CODE-SAL
             WHEN NOT WS-FSJO-OK
                  AND WS-FS-JRNLO NOT = SPACES
                  MOVE 'ESCRITURA DIARIO (DDJRNL)'        TO WS-ACCION
                  MOVE WS-FS-JRNLO  TO WS-CODE-SAL
                  MOVE 'ARCHIVO DESCONOCIDO'               TO WS-ACCION
           END-EVALUATE
           SET WS-CIERRE-HECHO TO TRUE
      *> UN ERROR EN LA PASADA PREVIA LLEGA ANTES DE QUE SE ABRA EL LOG
      *> DE ERRORES
           IF WS-FS-ERRLOG = SPACES
              OPEN OUTPUT ERR-LOG
           END-IF
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION WS-CODE-SAL
           PERFORM 9200-CERRAR-TODO

           SET WS-CIERRE-HECHO TO TRUE
           IF WS-MODO-BACKOUT
              CLOSE JRNL-OUT
           ELSE
              CLOSE TRANS-FILE
              CLOSE JRNL-OUT

           WRITE REG-ERRLOG
           EXIT PARAGRAPH.

      ******************************************************************
      * 9500-REGISTRAR-INICIO : DEJA CONSTANCIA DEL ARRANQUE DE LA      *
      * CORRIDA EN EL REGISTRO DE CORRIDAS DE LA CADENA (TBCTLCLI),     *
      * CON LA IDENTIDAD DE SU ENTRADA, PREVIA VERIFICACION DE SU       *
      * PRERREQUISITO: ESA MISMA ENTRADA NO PUEDE HABER SIDO YA         *
      * PROCESADA POR UNA CORRIDA ANTERIOR TERMINADA BIEN (SALVO        *
      * REPROCESO FORZADO). SI LO FUE, LA FILA QUEDA BLOQUEADA CON EL   *
      * MOTIVO Y NO SE APLICA NI SE DESHACE NADA                        *
      ******************************************************************
       9500-REGISTRAR-INICIO.

      *> EL WHENEVER ES POSICIONAL EN EL FUENTE: LOS PARRAFOS DEL
      *> REGISTRO DE CORRIDAS VAN AL FINAL Y VERIFICAN SU PROPIO SQLCODE
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM 9590-TOMAR-FECHA-HORA
           MOVE WS-CTL-FECHA-SQL TO WS-CTL-FECINI
           MOVE WS-CTL-HORA-SQL  TO WS-CTL-HORINI

           MOVE SPACES TO WS-CTL-IDENTIF
           IF WS-MODO-BACKOUT
              MOVE WS-CANT-JRN TO WS-IDE-JRN-CANT
              STRING 'JRN '           DELIMITED BY SIZE
                     WS-IDE-JRN-FECHA DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     WS-IDE-JRN-HORA  DELIMITED BY SIZE
                     ' CANT '         DELIMITED BY SIZE
                     WS-IDE-JRN-CANT  DELIMITED BY SIZE
                INTO WS-CTL-IDENTIF
              END-STRING
           ELSE
              STRING 'TRN '           DELIMITED BY SIZE
                     WS-IDE-CANT      DELIMITED BY SIZE
                     ' CHK '          DELIMITED BY SIZE
                     WS-IDE-SUMA-A    DELIMITED BY SIZE
                     '-'              DELIMITED BY SIZE
                     WS-IDE-SUMA-B    DELIMITED BY SIZE
                INTO WS-CTL-IDENTIF
              END-STRING
           END-IF

      *> UNA ENTRADA VACIA NO APLICA NI DESHACE NADA: NO HAY NADA QUE
      *> PROTEGER CONTRA UN REPROCESO
           IF NOT WS-PGM-FIN AND NOT WS-CIERRE-HECHO
              IF (WS-MODO-BACKOUT AND WS-CANT-JRN > 0)
                 OR (WS-MODO-APLICAR AND WS-IDE-CANT > 0)
                 PERFORM 9510-VERIFICAR-ENTRADA
              END-IF
           END-IF

           MOVE 'MNTCLI01'       TO WT-CTL-PROGRAMA
           MOVE WS-CTL-FECINI    TO WT-CTL-FECINI
           MOVE WS-CTL-HORINI    TO WT-CTL-HORINI
           MOVE ZEROS            TO WT-CTL-CANTLEI
           MOVE ZEROS            TO WT-CTL-CANTPRO
           MOVE ZEROS            TO WT-CTL-CANTERR
           MOVE WS-CTL-IDENTIF   TO WT-CTL-IDENTIF
           MOVE WS-CTL-MOTIVO    TO WT-CTL-MOTIVO
           IF WS-CTL-BLOQUEADA
              MOVE WS-CTL-FECINI TO WT-CTL-FECFIN
              MOVE WS-CTL-HORINI TO WT-CTL-HORFIN
              MOVE 'B'           TO WT-CTL-ESTADO
              MOVE 8             TO WT-CTL-RETCODE
           ELSE
              MOVE SPACES        TO WT-CTL-FECFIN
              MOVE SPACES        TO WT-CTL-HORFIN
              MOVE 'C'           TO WT-CTL-ESTADO
              MOVE ZEROS         TO WT-CTL-RETCODE
           END-IF

           EXEC SQL
             INSERT INTO KC02803.TBCTLCLI
                    (PROGRAMA, FECINI, HORINI, FECFIN, HORFIN, ESTADO,
                     RETCODE, CANTLEI, CANTPRO, CANTERR, IDENTIF,
                     MOTIVO)
             VALUES (:WT-CTL-PROGRAMA, :WT-CTL-FECINI, :WT-CTL-HORINI,
                     :WT-CTL-FECFIN, :WT-CTL-HORFIN, :WT-CTL-ESTADO,
                     :WT-CTL-RETCODE, :WT-CTL-CANTLEI, :WT-CTL-CANTPRO,
                     :WT-CTL-CANTERR, :WT-CTL-IDENTIF, :WT-CTL-MOTIVO)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-CTL-SQLCODE-TXT
              DISPLAY 'ERROR: NO SE PUDO REGISTRAR LA CORRIDA EN '
                      'KC02803.TBCTLCLI (SQLCODE ' WS-CTL-SQLCODE-TXT
                      ') - NO SE APLICA NI SE DESHACE NADA'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-CTL-BLOQUEADA
              DISPLAY 'ERROR: CORRIDA BLOQUEADA POR EL REGISTRO DE '
                      'CORRIDAS DE LA CADENA (TBCTLCLI) - NO SE APLICA '
                      'NI SE DESHACE NADA'
              DISPLAY 'MOTIVO: ' WS-CTL-MOTIVO
              DISPLAY 'ENTRADA RECIBIDA: ' WS-CTL-IDENTIF
              DISPLAY 'PARA REPROCESARLA IGUAL INFORMAR S EN LA '
                      'COLUMNA 7 DE LA TARJETA DDPARM'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           SET WS-CTL-REGISTRADA TO TRUE
           EXIT PARAGRAPH.

      ******************************************************************
      * 9510-VERIFICAR-ENTRADA : BUSCA UNA CORRIDA ANTERIOR DE ESTE     *
      * PROGRAMA, TERMINADA BIEN, QUE HAYA PROCESADO UNA ENTRADA CON LA *
      * MISMA IDENTIDAD. UNA CORRIDA FALLIDA O CANCELADA NO CUENTA, ASI *
      * EL REINICIO DESDE CHECKPOINT SIGUE DISPONIBLE                   *
      ******************************************************************
       9510-VERIFICAR-ENTRADA.

           EXEC SQL
             SELECT FECINI, HORINI
               INTO :WS-CTL-ANT-FECINI, :WS-CTL-ANT-HORINI
               FROM KC02803.TBCTLCLI
              WHERE PROGRAMA = 'MNTCLI01'
                AND ESTADO   = 'T'
                AND IDENTIF  = :WS-CTL-IDENTIF
              ORDER BY FECINI DESC, HORINI DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SPACES TO WS-CTL-MOTIVO
           EVALUATE TRUE
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN SQLCODE NOT = 0
                  MOVE SQLCODE TO WS-CTL-SQLCODE-TXT
                  STRING 'NO SE PUDO LEER TBCTLCLI (SQLCODE '
                         DELIMITED BY SIZE
                         WS-CTL-SQLCODE-TXT DELIMITED BY SIZE
                         ')' DELIMITED BY SIZE
                    INTO WS-CTL-MOTIVO
                  END-STRING
                  SET WS-CTL-BLOQUEADA TO TRUE
             WHEN WS-REPROCESO-FORZADO
                  STRING 'FORZADO POR DDPARM: YA PROCESADA EL '
                         WS-CTL-ANT-FECINI ' '
                         WS-CTL-ANT-HORINI(1:8)
                         DELIMITED BY SIZE
                    INTO WS-CTL-MOTIVO
                  END-STRING
                  DISPLAY 'ATENCION: REPROCESO FORZADO POR DDPARM DE '
                          'UNA ENTRADA YA PROCESADA EL '
                          WS-CTL-ANT-FECINI ' ' WS-CTL-ANT-HORINI(1:8)
             WHEN WS-MODO-BACKOUT
                  STRING 'DDJRNLI YA DESHECHO POR MNTCLI01 EL '
                         WS-CTL-ANT-FECINI ' '
                         WS-CTL-ANT-HORINI(1:8)
                         DELIMITED BY SIZE
                    INTO WS-CTL-MOTIVO
                  END-STRING
                  SET WS-CTL-BLOQUEADA TO TRUE
             WHEN OTHER
                  STRING 'DDTRANS YA APLICADO POR MNTCLI01 EL '
                         WS-CTL-ANT-FECINI ' '
                         WS-CTL-ANT-HORINI(1:8)
                         DELIMITED BY SIZE
                    INTO WS-CTL-MOTIVO
                  END-STRING
                  SET WS-CTL-BLOQUEADA TO TRUE
           END-EVALUATE
           EXIT PARAGRAPH.

      ******************************************************************
      * 9550-REGISTRAR-FIN : CIERRA LA FILA DE LA CORRIDA EN TBCTLCLI   *
      * CON LA HORA DE FIN, EL RETURN-CODE, LOS CONTADORES Y EL ESTADO  *
      * FINAL. SOLO UNA CORRIDA TERMINADA BIEN ('T') CUENTA COMO        *
      * ENTRADA PROCESADA PARA 9510-VERIFICAR-ENTRADA                   *
      ******************************************************************
       9550-REGISTRAR-FIN.

           PERFORM 9590-TOMAR-FECHA-HORA

           MOVE 'MNTCLI01'         TO WT-CTL-PROGRAMA
           MOVE WS-CTL-FECINI      TO WT-CTL-FECINI
           MOVE WS-CTL-HORINI      TO WT-CTL-HORINI
           MOVE WS-CTL-FECHA-SQL   TO WT-CTL-FECFIN
           MOVE WS-CTL-HORA-SQL    TO WT-CTL-HORFIN
           MOVE RETURN-CODE        TO WT-CTL-RETCODE
           MOVE WS-TOT-LEIDAS      TO WT-CTL-CANTLEI
           MOVE WS-TOT-ACEPT       TO WT-CTL-CANTPRO
           MOVE WS-TOT-RECHAZ      TO WT-CTL-CANTERR
           MOVE WS-CTL-IDENTIF     TO WT-CTL-IDENTIF
           MOVE WS-CTL-MOTIVO      TO WT-CTL-MOTIVO

      *> UN DECLARATIVO DE ERROR DE ARCHIVO DETIENE EL PROGRAMA SIN
      *> TOCAR EL RETURN-CODE: LA MARCA DE CIERRE HECHO LO DELATA
           IF RETURN-CODE >= 8 OR WS-CIERRE-HECHO
              MOVE 'F' TO WT-CTL-ESTADO
           ELSE
              MOVE 'T' TO WT-CTL-ESTADO
           END-IF

           EXEC SQL
             UPDATE KC02803.TBCTLCLI
                SET FECFIN  = :WT-CTL-FECFIN,
                    HORFIN  = :WT-CTL-HORFIN,
                    ESTADO  = :WT-CTL-ESTADO,
                    RETCODE = :WT-CTL-RETCODE,
                    CANTLEI = :WT-CTL-CANTLEI,
                    CANTPRO = :WT-CTL-CANTPRO,
                    CANTERR = :WT-CTL-CANTERR,
                    IDENTIF = :WT-CTL-IDENTIF,
                    MOTIVO  = :WT-CTL-MOTIVO
              WHERE PROGRAMA = :WT-CTL-PROGRAMA
                AND FECINI   = :WT-CTL-FECINI
                AND HORINI   = :WT-CTL-HORINI
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-CTL-SQLCODE-TXT
              DISPLAY 'ATENCION: NO SE PUDO CERRAR LA CORRIDA EN '
                      'KC02803.TBCTLCLI (SQLCODE ' WS-CTL-SQLCODE-TXT
                      ') - QUEDA COMO NO TERMINADA Y LA MISMA '
                      'ENTRADA NO QUEDA PROTEGIDA CONTRA UN REPROCESO'
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 9590-TOMAR-FECHA-HORA : FECHA Y HORA DEL SISTEMA EN EL FORMATO  *
      * DE LAS COLUMNAS DE TBCTLCLI (AAAA-MM-DD / HH.MM.SS.CC)          *
      ******************************************************************
       9590-TOMAR-FECHA-HORA.

           ACCEPT WS-CTL-FECHA-SIS FROM DATE
           ACCEPT WS-CTL-HORA-SIS  FROM TIME
           MOVE WS-CTL-SIS-AA TO WS-CTL-FSQ-AA
           MOVE WS-CTL-SIS-MM TO WS-CTL-FSQ-MM
           MOVE WS-CTL-SIS-DD TO WS-CTL-FSQ-DD
           MOVE WS-CTL-SIS-HH TO WS-CTL-HSQ-HH
           MOVE WS-CTL-SIS-MI TO WS-CTL-HSQ-MI
           MOVE WS-CTL-SIS-SS TO WS-CTL-HSQ-SS
           MOVE WS-CTL-SIS-CC TO WS-CTL-HSQ-CC
           EXIT PARAGRAPH.
