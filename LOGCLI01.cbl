      * REGISTRO ORIGINAL), QUE EL CICLO SIGUIENTE RECIBE POR DDLOGPRV *
      * PARA DETECTAR LAS REPETICIONES. UN LOG AUSENTE NO ES ERROR:    *
      * NO TODOS LOS PROGRAMAS CORREN TODAS LAS NOCHES                 *
      *                                                                *
      * CADA CORRIDA QUEDA EN EL REGISTRO DE CORRIDAS DE LA CADENA     *
      * (TBCTLCLI) CON LA CANTIDAD DE LOGS Y DE ERRORES DIGERIDOS      *
      ******************************************************************

      ******************************************************************
          05 GT-REPITEN       PIC ZZZZ9.
          05 FILLER          PIC X(49)    VALUE SPACES.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN DEL REGISTRO DE CORRIDAS *
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBCTLCLI END-EXEC.

      * CAMPOS DE TRABAJO DEL REGISTRO DE CORRIDAS DE LA CADENA *
       COPY CPCTLCLI.

       77  FILLER            PIC X(26)    VALUE '* FINAL  WS *'.

      ******************************************************************
           MOVE   WS-FECHA-DD TO WS-DD

           PERFORM 1100-CARGAR-CICLO-PREVIO

      *> SIN REGISTRO DE LA CORRIDA NO SE ABRE NADA: 3000-I-FINAL NO
      *> DEBE CERRAR ARCHIVOS QUE NUNCA SE ABRIERON
           PERFORM 9500-REGISTRAR-INICIO
           IF NOT WS-CTL-REGISTRADA
              SET WS-CIERRE-HECHO TO TRUE
           END-IF
           .
       1000-F-INICIO.   EXIT.

              CLOSE SALIDA
              CLOSE LOG-SALIDA
           END-IF

           IF WS-CTL-REGISTRADA
              PERFORM 9550-REGISTRAR-FIN
           END-IF
           .
       3000-F-FINAL. EXIT.
      *
           SET WS-PGM-FIN TO TRUE
           GO TO 2000-F-PROCESO.
      *

      ******************************************************************
      * 9500-REGISTRAR-INICIO : DEJA CONSTANCIA DEL ARRANQUE DE LA      *
      * CORRIDA EN EL REGISTRO DE CORRIDAS DE LA CADENA (TBCTLCLI).     *
      * EL DIGESTO CIERRA LA CADENA Y NO TIENE PRERREQUISITOS: UN LOG   *
      * AUSENTE NO ES ERROR; LA IDENTIDAD SE COMPLETA AL TERMINAR       *
      ******************************************************************
       9500-REGISTRAR-INICIO.

      *> LOS PARRAFOS DEL REGISTRO DE CORRIDAS VERIFICAN SU PROPIO
      *> SQLCODE
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM 9590-TOMAR-FECHA-HORA
           MOVE WS-CTL-FECHA-SQL TO WS-CTL-FECINI
           MOVE WS-CTL-HORA-SQL  TO WS-CTL-HORINI
           MOVE 'DIGESTO DE LOGS DEL CICLO' TO WS-CTL-IDENTIF

           MOVE 'LOGCLI01'       TO WT-CTL-PROGRAMA
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
                      ') - NO SE GENERA EL DIGESTO'
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           SET WS-CTL-REGISTRADA TO TRUE
           EXIT PARAGRAPH.

      ******************************************************************
      * 9550-REGISTRAR-FIN : CIERRA LA FILA DE LA CORRIDA EN TBCTLCLI   *
      * CON LA HORA DE FIN, EL RETURN-CODE, LOS ERRORES DEL CICLO, LOS  *
      * LOGS PROCESADOS, LOS ERRORES QUE REPITEN DE AYER Y EL ESTADO    *
      * FINAL ('F' SI TERMINO CON ERROR)                                *
      ******************************************************************
       9550-REGISTRAR-FIN.

           PERFORM 9590-TOMAR-FECHA-HORA

           MOVE 'LOGCLI01'         TO WT-CTL-PROGRAMA
           MOVE WS-CTL-FECINI      TO WT-CTL-FECINI
           MOVE WS-CTL-HORINI      TO WT-CTL-HORINI
           MOVE WS-CTL-FECHA-SQL   TO WT-CTL-FECFIN
           MOVE WS-CTL-HORA-SQL    TO WT-CTL-HORFIN
           MOVE RETURN-CODE        TO WT-CTL-RETCODE
           MOVE WS-TOT-ENTRADAS    TO WT-CTL-CANTLEI
           MOVE WS-TOT-LOGS        TO WT-CTL-CANTPRO
           MOVE WS-TOT-REPITEN     TO WT-CTL-CANTERR

           MOVE WS-TOT-ENTRADAS TO WS-CTL-CANT-TXT
           MOVE SPACES TO WS-CTL-IDENTIF
           STRING 'DIGESTO DE ' WS-TOT-LOGS ' LOGS, '
                  WS-CTL-CANT-TXT ' ERRORES'
                  DELIMITED BY SIZE
             INTO WS-CTL-IDENTIF
           END-STRING
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
