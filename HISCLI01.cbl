      * REINSERTA SUS FILAS EN TBHISCLI, PARA CUANDO AUDITORIA PIDE    *
      * DE VUELTA UN PERIODO YA ARCHIVADO; LOS RECHAZOS DE DB2 (POR    *
      * EJEMPLO UN PERIODO QUE SIGUE EN LA TABLA) SE LISTAN Y LOGUEAN  *
      *                                                                *
      * CADA CORRIDA QUEDA EN EL REGISTRO DE CORRIDAS DE LA CADENA     *
      * (TBCTLCLI) CON SU MODO, SUS CANTIDADES Y SU ESTADO FINAL       *
      ******************************************************************

      ******************************************************************
      * ACTIVACION SQLCODE + VARIABLES DCLGEN DEL HISTORICO *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBHISCLI END-EXEC.
                EXEC SQL INCLUDE TBCTLCLI END-EXEC.

      * CAMPOS DE TRABAJO DEL REGISTRO DE CORRIDAS DE LA CADENA *
       COPY CPCTLCLI.

      ******************************************************************
      * CURSOR HISVIEJO : DEVUELVE TODAS LAS FILAS DEL HISTORICO CON   *
           MOVE   WS-FECHA-DD TO WS-DD

           PERFORM 1100-LEER-PARAMETROS

      *> REGISTRO DE LA CORRIDA; SIN REGISTRO NO SE PURGA NI RECARGA
           PERFORM 9500-REGISTRAR-INICIO
           .
       1000-F-INICIO.   EXIT.

              CLOSE SALIDA
              CLOSE ERR-LOG
           END-IF

           IF WS-CTL-REGISTRADA
              PERFORM 9550-REGISTRAR-FIN
           END-IF
           .
       3000-F-FINAL. EXIT.
      *
           WRITE REG-ERRLOG
           EXIT PARAGRAPH.
      *

      ******************************************************************
      * 9500-REGISTRAR-INICIO : DEJA CONSTANCIA DEL ARRANQUE DE LA      *
      * CORRIDA EN EL REGISTRO DE CORRIDAS DE LA CADENA (TBCTLCLI),     *
      * CON EL MODO Y LA FECHA LIMITE COMO IDENTIDAD. ESTE PROGRAMA NO  *
      * TIENE PRERREQUISITOS EN LA CADENA                               *
      ******************************************************************
       9500-REGISTRAR-INICIO.

      *> EL WHENEVER ES POSICIONAL EN EL FUENTE: LOS PARRAFOS DEL
      *> REGISTRO DE CORRIDAS VAN AL FINAL Y VERIFICAN SU PROPIO SQLCODE,
      *> PARA QUE UN ERROR AQUI NO SALTE A 2600-CERRAR-CURSOR
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM 9590-TOMAR-FECHA-HORA
           MOVE WS-CTL-FECHA-SQL TO WS-CTL-FECINI
           MOVE WS-CTL-HORA-SQL  TO WS-CTL-HORINI

           MOVE SPACES TO WS-CTL-IDENTIF
           IF WS-MODO-PURGA
              STRING 'PURGA FECCARGA < ' DELIMITED BY SIZE
                     WS-FECHA-LIMITE     DELIMITED BY SIZE
                INTO WS-CTL-IDENTIF
              END-STRING
           ELSE
              MOVE 'RECARGA DESDE DDARCHI' TO WS-CTL-IDENTIF
           END-IF

           MOVE 'HISCLI01'       TO WT-CTL-PROGRAMA
           MOVE WS-CTL-FECINI    TO WT-CTL-FECINI
           MOVE WS-CTL-HORINI    TO WT-CTL-HORINI
           MOVE SPACES           TO WT-CTL-FECFIN
           MOVE SPACES           TO WT-CTL-HORFIN
           MOVE 'C'              TO WT-CTL-ESTADO
           MOVE ZEROS            TO WT-CTL-RETCODE
           MOVE ZEROS            TO WT-CTL-CANTLEI
           MOVE ZEROS            TO WT-CTL-CANTPRO
           MOVE ZEROS            TO WT-CTL-CANTERR
           MOVE WS-CTL-IDENTIF   TO WT-CTL-IDENTIF
           MOVE SPACES           TO WT-CTL-MOTIVO

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
                      ') - NO SE PURGA NI SE RECARGA NADA'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           SET WS-CTL-REGISTRADA TO TRUE
           EXIT PARAGRAPH.

      ******************************************************************
      * 9550-REGISTRAR-FIN : CIERRA LA FILA DE LA CORRIDA EN TBCTLCLI   *
      * CON LA HORA DE FIN, EL RETURN-CODE, LAS CANTIDADES DEL MODO     *
      * CORRIDO Y EL ESTADO FINAL ('F' SI TERMINO CON ERROR)            *
      ******************************************************************
       9550-REGISTRAR-FIN.

           PERFORM 9590-TOMAR-FECHA-HORA

           MOVE 'HISCLI01'         TO WT-CTL-PROGRAMA
           MOVE WS-CTL-FECINI      TO WT-CTL-FECINI
           MOVE WS-CTL-HORINI      TO WT-CTL-HORINI
           MOVE WS-CTL-FECHA-SQL   TO WT-CTL-FECFIN
           MOVE WS-CTL-HORA-SQL    TO WT-CTL-HORFIN
           MOVE RETURN-CODE        TO WT-CTL-RETCODE
           IF WS-MODO-PURGA
              MOVE WS-TOT-DESCARGA   TO WT-CTL-CANTLEI
              MOVE WS-FILAS-BORRADAS TO WT-CTL-CANTPRO
           ELSE
              COMPUTE WT-CTL-CANTLEI = WS-TOT-RECARGA + WS-TOT-RECHAZ
              MOVE WS-TOT-RECARGA    TO WT-CTL-CANTPRO
           END-IF
           MOVE WS-TOT-RECHAZ      TO WT-CTL-CANTERR
           MOVE WS-CTL-IDENTIF     TO WT-CTL-IDENTIF
           MOVE SPACES             TO WT-CTL-MOTIVO

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
                      ') - QUEDA COMO NO TERMINADA'
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
