      * (REG-EXTRACTO / WS-REG-EXTR, UN REGISTRO POR CLIENTE) Y AGREGA *
      * UNA FILA POR CLIENTE EN KC02803.TBHISCLI, FECHADA CON LA FECHA *
      * DE ESTA CORRIDA (FECCARGA), SIN TOCAR TBCURCLI. CADA CORRIDA   *
      * SUMA UNA FOTO MAS AL HISTORICO; NUNCA PISA LAS ANTERIORES.     *
      * CADA CORRIDA QUEDA EN EL REGISTRO DE CORRIDAS DE LA CADENA     *
      * (TBCTLCLI) CON LA IDENTIDAD DEL EXTRACTO (FECHA DE CABECERA,   *
      * RANGO DE ANIOS Y CANTIDAD DE LA COLA); UN EXTRACTO YA CARGADO  *
      * POR UNA CORRIDA TERMINADA BIEN SE RECHAZA SIN CARGAR NADA      *
      ******************************************************************

      ******************************************************************
          88 WS-FSX-EOF                   VALUE '10'.

      * CONTROL FILE STATUS LISTADO *
       01 WS-FS-SALIDA       PIC X(2)     VALUE SPACES.
          88 WS-FSS-OK                    VALUE '00'.

      * CONTROL FILE STATUS DEL LOG DE ERRORES *
       01 WS-FS-ERRLOG       PIC X(2)     VALUE SPACES.
          88 WS-FSE-OK                    VALUE '00'.

      * INDICADOR DE FIN DE PROGRAMA *
          05 WS-EXTC-ORDEN   PIC X(01).
          05 WS-EXTC-RETIRADOS
                             PIC X(01).
          05 WS-EXTC-PARTICION
                             PIC X(02).
          05 WS-EXTC-CANT-PART
                             PIC X(02).
          05 FILLER          PIC X(37).

      * COLA DEL EXTRACTO, MISMO LAYOUT QUE WS-REG-EXTR-FIN DE CPERROR: *
      * CANTIDAD DE DETALLES QUE RPTCLI01 DECLARO HABER GRABADO         *
      * ACTIVACION SQLCODE + VARIABLES DCLGEN DEL HISTORICO *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBHISCLI END-EXEC.
                EXEC SQL INCLUDE TBCTLCLI END-EXEC.

      * CAMPOS DE TRABAJO DEL REGISTRO DE CORRIDAS DE LA CADENA *
       COPY CPCTLCLI.

       77  FILLER            PIC X(26)    VALUE '* FINAL  WS *'.

           MOVE   WS-FECHA-DD TO WS-DD, WS-FCS-DD

           OPEN INPUT  EXTR-FILE

      *> 1RA PASADA: VALIDA CABECERA/COLA Y TOMA LA FECHA DE LA CORRIDA
      *> DE RPTCLI01 COMO FECCARGA, ANTES DE INSERTAR NADA EN TBHISCLI;
      *> LUEGO SE REABRE EL EXTRACTO DESDE EL INICIO PARA LA CARGA
           PERFORM 1200-VALIDAR-EXTRACTO

      *> REGISTRO DE LA CORRIDA Y PRERREQUISITO (EL MISMO EXTRACTO NO
      *> SE CARGA DOS VECES), TAMBIEN ANTES DE INSERTAR NADA
           PERFORM 9500-REGISTRAR-INICIO

      *> EL LISTADO Y EL LOG DE ERRORES SE ABREN RECIEN CON LA CARGA
      *> HABILITADA: UNA CORRIDA RECHAZADA O BLOQUEADA NO PISA LOS DE
      *> LA CORRIDA ANTERIOR
           IF WS-EXTRACTO-INVALIDO OR NOT WS-CTL-REGISTRADA
              OR WS-CIERRE-HECHO
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              IF NOT WS-CIERRE-HECHO
                 CLOSE EXTR-FILE
                 SET WS-CIERRE-HECHO TO TRUE
              END-IF
           ELSE
              OPEN OUTPUT LISTADO
              OPEN OUTPUT ERR-LOG
              CLOSE EXTR-FILE
              OPEN INPUT EXTR-FILE
              IF WS-TOT-DETALLE-VAL = 0
                         'CARGA NADA A TBHISCLI'
                 SET WS-EXTRACTO-INVALIDO TO TRUE
              END-IF
      *> EL DDEXTR DE UNA SOLA PARTICION DE UNA CORRIDA PARTIDA ES UNA
      *> FOTO PARCIAL DEL PADRON; SE CARGA EL EXTRACTO FUSIONADO POR
      *> FUSCLI01, QUE LLEVA LA PARTICION EN CERO. UN EXTRACTO ANTERIOR
      *> A ESTOS CAMPOS LOS TRAE EN BLANCO (ERA FILLER)
              IF WS-EXTC-PARTICION NOT = SPACES
                 AND WS-EXTC-PARTICION NOT = '00'
                 DISPLAY 'ERROR: EL EXTRACTO DDEXTR ES LA PARTICION '
                         WS-EXTC-PARTICION ' DE ' WS-EXTC-CANT-PART
                         ' DE UNA CORRIDA PARTIDA DE RPTCLI01 - CARGAR '
                         'EL EXTRACTO FUSIONADO POR FUSCLI01; NO SE '
                         'CARGA NADA A TBHISCLI'
                 SET WS-EXTRACTO-INVALIDO TO TRUE
              END-IF
           ELSE
              DISPLAY 'ERROR: EL EXTRACTO DDEXTR NO TIENE REGISTRO DE '
                      'CABECERA - NO SE PUEDE FECHAR LA CARGA '
      ******************************************************************
       3000-I-FINAL.

      *> EL REGISTRO DE CORRIDAS SE CIERRA ANTES DE 9200-CERRAR-TODO,
      *> MIENTRAS LA MARCA DE CIERRE HECHO SOLO PUEDE VENIR DE UN
      *> DECLARATIVO DE ERROR DE ARCHIVO O DE UN EXTRACTO RECHAZADO
      *> (QUE YA TERMINA CON RC 8)
           IF WS-CTL-REGISTRADA
              PERFORM 9550-REGISTRAR-FIN
           END-IF

      *> SIN LISTADO ABIERTO (CORRIDA RECHAZADA) NO HAY TOTALES QUE GRABAR
           IF WS-FS-SALIDA NOT = SPACES
              MOVE WS-TOT-LEIDOS   TO WS-TOT-LEIDOS-2
              MOVE WS-TOT-CARGADOS TO WS-TOT-CARG-2
              MOVE WS-TOT-RECHAZ   TO WS-TOT-RECHAZ-2
              WRITE REG-SALIDA     FROM WS-REG-TOTALES
           END-IF

           DISPLAY 'FECHA DE CARGA (FECCARGA)  : ' WS-FECHA-CARGA-SQL
           DISPLAY 'REGISTROS LEIDOS            : ' WS-TOT-LEIDOS
                  MOVE 'ARCHIVO DESCONOCIDO'               TO WS-ACCION
           END-EVALUATE
           SET WS-CIERRE-HECHO TO TRUE
      *> UN ERROR EN LA PRIMERA PASADA DEL EXTRACTO LLEGA ANTES DE QUE
      *> SE ABRA EL LOG DE ERRORES
           IF WS-FS-ERRLOG = SPACES
              OPEN OUTPUT ERR-LOG
           END-IF
           PERFORM 9000-GRABAR-ERROR-LOG
           DISPLAY WS-ACCION WS-CODE-SAL
           PERFORM 9200-CERRAR-TODO

           WRITE REG-ERRLOG
           EXIT PARAGRAPH.

      ******************************************************************
      * 9500-REGISTRAR-INICIO : DEJA CONSTANCIA DEL ARRANQUE DE LA      *
      * CORRIDA EN EL REGISTRO DE CORRIDAS DE LA CADENA (TBCTLCLI),     *
      * CON LA IDENTIDAD DEL EXTRACTO RECIBIDO, PREVIA VERIFICACION DE  *
      * SU PRERREQUISITO: ESE MISMO EXTRACTO NO PUEDE HABER SIDO YA     *
      * CARGADO POR UNA CORRIDA ANTERIOR TERMINADA BIEN. SI LO FUE, LA  *
      * FILA QUEDA BLOQUEADA CON EL MOTIVO Y NO SE CARGA NADA           *
      ******************************************************************
       9500-REGISTRAR-INICIO.

      *> EL WHENEVER ES POSICIONAL EN EL FUENTE: LOS PARRAFOS DEL
      *> REGISTRO DE CORRIDAS VAN AL FINAL Y VERIFICAN SU PROPIO SQLCODE
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM 9590-TOMAR-FECHA-HORA
           MOVE WS-CTL-FECHA-SQL TO WS-CTL-FECINI
           MOVE WS-CTL-HORA-SQL  TO WS-CTL-HORINI

      *> MISMO FORMATO CON QUE RPTCLI01 REGISTRA EL EXTRACTO QUE GRABA
           MOVE SPACES TO WS-CTL-IDENTIF
           STRING 'EXTR '            DELIMITED BY SIZE
                  WS-EXTC-FECHA      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EXTC-ANIO-DESDE DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-EXTC-ANIO-HASTA DELIMITED BY SIZE
                  ' CANT '           DELIMITED BY SIZE
                  WS-EXTF-CANT       DELIMITED BY SIZE
             INTO WS-CTL-IDENTIF
           END-STRING

      *> UN EXTRACTO INVALIDO YA DETUVO LA CARGA: SE REGISTRA IGUAL
      *> (TERMINARA CON ERROR) PERO SU IDENTIDAD NO ES CONFIABLE
           IF NOT WS-EXTRACTO-INVALIDO
              PERFORM 9510-VERIFICAR-EXTRACTO
           END-IF

           MOVE 'CARCLI01'       TO WT-CTL-PROGRAMA
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
                      ') - NO SE CARGA NADA A TBHISCLI'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-CTL-BLOQUEADA
              DISPLAY 'ERROR: CORRIDA BLOQUEADA POR EL REGISTRO DE '
                      'CORRIDAS DE LA CADENA (TBCTLCLI) - NO SE CARGA '
                      'NADA A TBHISCLI'
              DISPLAY 'MOTIVO: ' WS-CTL-MOTIVO
              DISPLAY 'EXTRACTO RECIBIDO: ' WS-CTL-IDENTIF
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           SET WS-CTL-REGISTRADA TO TRUE
           EXIT PARAGRAPH.

      ******************************************************************
      * 9510-VERIFICAR-EXTRACTO : BUSCA UNA CORRIDA ANTERIOR DE ESTE    *
      * PROGRAMA, TERMINADA BIEN, QUE HAYA CARGADO UN EXTRACTO CON LA   *
      * MISMA IDENTIDAD (FECHA DE CABECERA, RANGO Y CANTIDAD DE COLA)   *
      ******************************************************************
       9510-VERIFICAR-EXTRACTO.

           EXEC SQL
             SELECT FECINI, HORINI
               INTO :WS-CTL-ANT-FECINI, :WS-CTL-ANT-HORINI
               FROM KC02803.TBCTLCLI
              WHERE PROGRAMA = 'CARCLI01'
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
             WHEN OTHER
                  STRING 'EXTRACTO YA CARGADO A TBHISCLI EL '
                         WS-CTL-ANT-FECINI ' '
                         WS-CTL-ANT-HORINI(1:8)
                         DELIMITED BY SIZE
                    INTO WS-CTL-MOTIVO
                  END-STRING
           END-EVALUATE

           IF WS-CTL-MOTIVO NOT = SPACES
              SET WS-CTL-BLOQUEADA TO TRUE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 9550-REGISTRAR-FIN : CIERRA LA FILA DE LA CORRIDA EN TBCTLCLI   *
      * CON LA HORA DE FIN, EL RETURN-CODE, LOS CONTADORES Y EL ESTADO  *
      * FINAL. SOLO UNA CORRIDA TERMINADA BIEN ('T') CUENTA COMO CARGA  *
      * HECHA PARA LA VERIFICACION DE 9510-VERIFICAR-EXTRACTO           *
      ******************************************************************
       9550-REGISTRAR-FIN.

           PERFORM 9590-TOMAR-FECHA-HORA

           MOVE 'CARCLI01'         TO WT-CTL-PROGRAMA
           MOVE WS-CTL-FECINI      TO WT-CTL-FECINI
           MOVE WS-CTL-HORINI      TO WT-CTL-HORINI
           MOVE WS-CTL-FECHA-SQL   TO WT-CTL-FECFIN
           MOVE WS-CTL-HORA-SQL    TO WT-CTL-HORFIN
           MOVE RETURN-CODE        TO WT-CTL-RETCODE
           MOVE WS-TOT-LEIDOS      TO WT-CTL-CANTLEI
           MOVE WS-TOT-CARGADOS    TO WT-CTL-CANTPRO
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
                      ') - QUEDA COMO NO TERMINADA Y EL MISMO '
                      'EXTRACTO NO QUEDA PROTEGIDO CONTRA UNA RECARGA'
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
