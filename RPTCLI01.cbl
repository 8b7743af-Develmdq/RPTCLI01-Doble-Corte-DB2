      * RETIRADOS (BAJAS CONSERVADAS EN TBBAJCLI); POR DEFECTO (' ' O   *
      * 'N') SOLO SE REPORTA EL PADRON VIGENTE DE TBCURCLI              *
          05 REG-PARM-RETIRADOS   PIC X(01).
      * CORRIDA PARTIDA: NRO. DE ESTA PARTICION Y CANTIDAD TOTAL DE     *
      * PARTICIONES. CADA COPIA DEL JOB CORRE CON SU PROPIO RANGO DE    *
      * ANIOS (CONTIGUOS, SIN SUPERPONERSE) Y FUSCLI01 FUSIONA LOS      *
      * DDEXTR PARCIALES EN EL EXTRACTO Y EL REPORTE COMPLETOS; EN      *
      * BLANCO O CERO = CORRIDA COMPLETA                                *
          05 REG-PARM-PARTICION   PIC X(02).
          05 REG-PARM-CANT-PART   PIC X(02).
          05 FILLER                PIC X(64).

      * EXTRACTO PLANO CON EL MISMO CORTE DOBLE DEL REPORTE IMPRESO *
       FD EXTR-FILE
       01 WS-SW-RETIRADOS    PIC X(01)    VALUE 'N'.
          88 WS-INCLUIR-RETIRADOS         VALUE 'S'.

      * PARTICION DE LA CORRIDA (CERO = CORRIDA COMPLETA); LOS TOTALES  *
      * Y PORCENTAJES DEL LISTADO DE UNA PARTICION SON DE ESA PARTICION *
      * SOLAMENTE - EL REPORTE COMPLETO LO REGENERA FUSCLI01            *
       01 WS-PARTICION.
          05 WS-PAR-NRO         PIC 9(02)  VALUE ZEROS.
          05 WS-PAR-CANT        PIC 9(02)  VALUE ZEROS.

      * INDICADOR DE CORTE DEL PROGRAMA *
       01 WS-IND-PROGRAMA    PIC X(1)     VALUE 'A'.
          88 IND-PGM-ACTIVO               VALUE 'F'.                 
                EXEC SQL INCLUDE SQLCA END-EXEC.
                EXEC SQL INCLUDE TBCURCLI END-EXEC.
                EXEC SQL INCLUDE TBBAJCLI END-EXEC.
                EXEC SQL INCLUDE TBCTLCLI END-EXEC.
                                                                        
      ******************************************************************
      * LA QUERY RETORNA LAS COLUMNAS SELECCIONADAS DE CADA REGISTRO,  *
      * COPY ARCHIVO DE SALIDA *

       COPY CPERROR.                                                    

      * CAMPOS DE TRABAJO DEL REGISTRO DE CORRIDAS DE LA CADENA *
       COPY CPCTLCLI.

      * ULTIMA CORRIDA TERMINADA DE RPTCLI01 PARA EL MISMO RANGO DE     *
      * ANIOS: LA RECONCILIACION QUE LA HABILITA DEBE SER DE ESTA FECHA *
      * O POSTERIOR A ELLA                                              *
       01 WS-CTL-ULT-RPT.
          05 WS-CTL-ULT-FECINI
                             PIC X(10)    VALUE SPACES.
          05 WS-CTL-ULT-HORINI
                             PIC X(11)    VALUE SPACES.
          05 WS-CTL-ULT-RANGO
                             PIC X(09)    VALUE SPACES.
                                                                        
       77  FILLER            PIC X(26)    VALUE '* FINAL  WS *'.        
                                                                        
                      WS-TOTAL-IMPRES

           PERFORM 1100-LEER-PARAMETROS        *> FILTRO DE LA CORRIDA

      *> REGISTRO DE LA CORRIDA Y PRERREQUISITO (RPTCLI04 CUADRADO);
      *> BLOQUEADA NO SE ABRE NADA, ASI QUE 3000-I-FINAL NO TIENE
      *> ARCHIVOS QUE CERRAR
           PERFORM 9500-REGISTRAR-INICIO
           IF NOT WS-CTL-REGISTRADA
              SET WS-CIERRE-HECHO TO TRUE
           END-IF
           .
       1000-F-INICIO.   EXIT.

                 IF REG-PARM-RETIRADOS NOT = SPACE
                    MOVE REG-PARM-RETIRADOS TO WS-SW-RETIRADOS
                 END-IF
                 IF REG-PARM-PARTICION NOT = SPACES
                    OR REG-PARM-CANT-PART NOT = SPACES
                    PERFORM 1150-VALIDAR-PARTICION
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF

      *> UNA TARJETA DE PARTICION INVALIDA DETIENE LA CORRIDA ANTES DE
      *> ABRIR NADA; SE MARCA EL CIERRE COMO HECHO PARA QUE 3000-I-FINAL
      *> NO CIERRE ARCHIVOS QUE NUNCA SE ABRIERON
           IF WS-PGM-FIN
              SET WS-CIERRE-HECHO TO TRUE
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-FIL-ANIO-DESDE TO WS-FIL-FEC-DESDE(1:4)
           MOVE '-01-01'          TO WS-FIL-FEC-DESDE(5:6)
           MOVE WS-FIL-ANIO-HASTA TO WS-FIL-FEC-HASTA(1:4)
                  WS-SW-RETIRADOS    DELIMITED BY SIZE
             INTO WS-TIT-FILTRO-TXT
           END-STRING

           IF WS-PAR-NRO > 0
              MOVE '  PARTICION: '   TO WS-TIT-FILTRO-TXT(70:13)
              MOVE WS-PAR-NRO        TO WS-TIT-FILTRO-TXT(83:2)
              MOVE '/'               TO WS-TIT-FILTRO-TXT(85:1)
              MOVE WS-PAR-CANT       TO WS-TIT-FILTRO-TXT(86:2)
              DISPLAY 'CORRIDA PARTIDA: PARTICION ' WS-PAR-NRO ' DE '
                      WS-PAR-CANT ' - TOTALES Y PORCENTAJES DE ESTA '
                      'PARTICION; EL REPORTE COMPLETO LO GENERA '
                      'FUSCLI01'
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 1150-VALIDAR-PARTICION : CONTROLA EL NRO. DE PARTICION Y LA     *
      * CANTIDAD DE PARTICIONES DE DDPARM. UNA CORRIDA ORDENADA POR     *
      * SEXO NO SE PUEDE PARTIR: FUSCLI01 CONCATENA LAS PARTICIONES EN  *
      * ORDEN DE ANIO, Y CON ORDEN POR SEXO EL RESULTADO NO QUEDARIA    *
      * ORDENADO                                                        *
      ******************************************************************
       1150-VALIDAR-PARTICION.

           IF REG-PARM-PARTICION NOT NUMERIC
              OR REG-PARM-CANT-PART NOT NUMERIC
              DISPLAY 'ERROR: PARTICION/CANTIDAD DE PARTICIONES NO '
                      'NUMERICAS EN DDPARM: ' REG-PARM-PARTICION '/'
                      REG-PARM-CANT-PART
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE REG-PARM-PARTICION TO WS-PAR-NRO
           MOVE REG-PARM-CANT-PART TO WS-PAR-CANT

           IF WS-PAR-NRO = 0 AND WS-PAR-CANT = 0
              EXIT PARAGRAPH
           END-IF

           IF WS-PAR-CANT < 2 OR WS-PAR-NRO < 1
              OR WS-PAR-NRO > WS-PAR-CANT
              DISPLAY 'ERROR: PARTICION ' WS-PAR-NRO ' DE '
                      WS-PAR-CANT ' INVALIDA EN DDPARM - SE ESPERA '
                      'UNA PARTICION ENTRE 1 Y LA CANTIDAD (2 O MAS)'
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-ORDEN-SEXO-PRIMERO
              DISPLAY 'ERROR: UNA CORRIDA PARTIDA NO PUEDE USAR ORDEN '
                      'POR SEXO (REG-PARM-ORDEN = S) - FUSCLI01 '
                      'FUSIONA LAS PARTICIONES EN ORDEN DE ANIO'
              SET WS-PGM-FIN TO TRUE
           END-IF
           EXIT PARAGRAPH.
                                                                        
      ******************************************************************
           MOVE WS-SW-RESUMEN     TO WS-EXTC-RESUMEN
           MOVE WS-SW-ORDEN       TO WS-EXTC-ORDEN
           MOVE WS-SW-RETIRADOS   TO WS-EXTC-RETIRADOS
           MOVE WS-PAR-NRO        TO WS-EXTC-PARTICION
           MOVE WS-PAR-CANT       TO WS-EXTC-CANT-PART
           WRITE REG-EXTRACTO FROM WS-REG-EXTR-CAB
           EXIT PARAGRAPH.

              CLOSE RESTART-OUT
              CLOSE ERR-LOG
           END-IF

      *> AL FINAL DE TODO: EL TRATAMIENTO DE LA COLA DE ARRIBA DEPENDE
      *> DEL SQLCODE DEL CURSOR, QUE EL REGISTRO DE CORRIDAS PISARIA
           IF WS-CTL-REGISTRADA
              PERFORM 9550-REGISTRAR-FIN
           END-IF
           .
       3000-F-FINAL. EXIT.
      *

           DISPLAY WS-MSG-ALERTA UPON CONSOLE
           EXIT PARAGRAPH.
      *

      ******************************************************************
      * 9500-REGISTRAR-INICIO : DEJA CONSTANCIA DEL ARRANQUE DE LA      *
      * CORRIDA EN EL REGISTRO DE CORRIDAS DE LA CADENA (TBCTLCLI),     *
      * PREVIA VERIFICACION DE SU PRERREQUISITO: LA ULTIMA CORRIDA DE   *
      * RPTCLI04 DEBE HABER TERMINADO BIEN Y SIN DESCUADRES CONTRA      *
      * DDCTRL, Y NO HABER SIDO USADA YA POR UNA CORRIDA ANTERIOR DE    *
      * ESTE PROGRAMA. SI NO, LA FILA QUEDA BLOQUEADA CON EL MOTIVO Y   *
      * NO SE ABRE NI SE LEE NADA                                       *
      ******************************************************************
       9500-REGISTRAR-INICIO.

      *> EL WHENEVER ES POSICIONAL EN EL FUENTE: LOS PARRAFOS DEL
      *> REGISTRO DE CORRIDAS VAN AL FINAL Y VERIFICAN SU PROPIO SQLCODE,
      *> PARA QUE UN ERROR AQUI NO SALTE A 2400-CERRAR-CURSOR
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM 9590-TOMAR-FECHA-HORA
           MOVE WS-CTL-FECHA-SQL TO WS-CTL-FECINI
           MOVE WS-CTL-HORA-SQL  TO WS-CTL-HORINI
           PERFORM 9560-ARMAR-IDENTIDAD

      *> UNA TARJETA DDPARM INVALIDA YA DETUVO LA CORRIDA: SE REGISTRA
      *> IGUAL (TERMINARA CON ERROR) PERO NO HAY NADA QUE VERIFICAR
           IF NOT WS-PGM-FIN
              PERFORM 9510-VERIFICAR-RPTCLI04
           END-IF

           MOVE 'RPTCLI01'       TO WT-CTL-PROGRAMA
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
                      ') - NO SE PROCESA NADA'
              MOVE SPACES TO WS-MSG-ALERTA
              STRING 'KC02803E RPTCLI01 ERROR: REGISTRO DE CORRIDA '
                     DELIMITED BY SIZE
                     'TBCTLCLI SQLCODE=' DELIMITED BY SIZE
                     WS-CTL-SQLCODE-TXT  DELIMITED BY SIZE
                INTO WS-MSG-ALERTA
              END-STRING
              DISPLAY WS-MSG-ALERTA UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-CTL-BLOQUEADA
              DISPLAY 'ERROR: CORRIDA BLOQUEADA POR EL REGISTRO DE '
                      'CORRIDAS DE LA CADENA (TBCTLCLI) - NO SE '
                      'PROCESA NADA'
              DISPLAY 'MOTIVO: ' WS-CTL-MOTIVO
              DISPLAY 'RESOLVER EL DESCUADRE Y VOLVER A CORRER '
                      'RPTCLI04 ANTES DE REPETIR ESTA CORRIDA'
              MOVE SPACES TO WS-MSG-ALERTA
              STRING 'KC02803E RPTCLI01 BLOQUEADO: ' DELIMITED BY SIZE
                     WS-CTL-MOTIVO                   DELIMITED BY SIZE
                INTO WS-MSG-ALERTA
              END-STRING
              DISPLAY WS-MSG-ALERTA UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              SET WS-PGM-FIN TO TRUE
              EXIT PARAGRAPH
           END-IF

           SET WS-CTL-REGISTRADA TO TRUE
           EXIT PARAGRAPH.

      ******************************************************************
      * 9510-VERIFICAR-RPTCLI04 : LEE LA ULTIMA CORRIDA REGISTRADA DE   *
      * RPTCLI04 (LA RECONCILIACION DE TBCURCLI CONTRA DDCTRL). SI NO   *
      * HAY NINGUNA, SI NO TERMINO, SI TERMINO CON ERROR O SI ENCONTRO  *
      * DESCUADRES, EL PADRON NO ESTA EN CONDICIONES DE REPORTARSE. UNA *
      * RECONCILIACION DE OTRO DIA SOLO SIRVE SI ES POSTERIOR A LA      *
      * ULTIMA CORRIDA TERMINADA DE RPTCLI01 DEL MISMO RANGO DE ANIOS   *
      * (QUE YA LA USO); CADA PARTICION LA PUEDE USAR UNA VEZ           *
      ******************************************************************
       9510-VERIFICAR-RPTCLI04.

           EXEC SQL
             SELECT FECINI, HORINI, ESTADO, CANTERR
               INTO :WS-CTL-ANT-FECINI, :WS-CTL-ANT-HORINI,
                    :WS-CTL-ANT-ESTADO, :WS-CTL-ANT-CANTERR
               FROM KC02803.TBCTLCLI
              WHERE PROGRAMA = 'RPTCLI04'
              ORDER BY FECINI DESC, HORINI DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SPACES TO WS-CTL-MOTIVO
           EVALUATE TRUE
             WHEN SQLCODE = 100
                  STRING 'RPTCLI04 SIN CORRIDAS REGISTRADAS - '
                         'TBCURCLI SIN RECONCILIAR'
                         DELIMITED BY SIZE
                    INTO WS-CTL-MOTIVO
                  END-STRING
             WHEN SQLCODE NOT = 0
                  MOVE SQLCODE TO WS-CTL-SQLCODE-TXT
                  STRING 'NO SE PUDO LEER TBCTLCLI (SQLCODE '
                         DELIMITED BY SIZE
                         WS-CTL-SQLCODE-TXT DELIMITED BY SIZE
                         ')' DELIMITED BY SIZE
                    INTO WS-CTL-MOTIVO
                  END-STRING
             WHEN WS-CTL-ANT-DESCUADRE
                  MOVE WS-CTL-ANT-CANTERR TO WS-CTL-CANT-TXT
                  STRING 'RPTCLI04 ' WS-CTL-ANT-FECINI ' '
                         WS-CTL-ANT-HORINI(1:8) ' DESCUADRO '
                         WS-CTL-CANT-TXT ' BUCKETS'
                         DELIMITED BY SIZE
                    INTO WS-CTL-MOTIVO
                  END-STRING
             WHEN WS-CTL-ANT-EN-CURSO
                  STRING 'RPTCLI04 ' WS-CTL-ANT-FECINI ' '
                         WS-CTL-ANT-HORINI(1:8)
                         ' NO TERMINO (EN CURSO O CANCELADO)'
                         DELIMITED BY SIZE
                    INTO WS-CTL-MOTIVO
                  END-STRING
             WHEN NOT WS-CTL-ANT-TERMINADA
                  STRING 'RPTCLI04 ' WS-CTL-ANT-FECINI ' '
                         WS-CTL-ANT-HORINI(1:8)
                         ' TERMINO CON ERROR'
                         DELIMITED BY SIZE
                    INTO WS-CTL-MOTIVO
                  END-STRING
           END-EVALUATE

      *> LAS PARTICIONES DE UNA MISMA NOCHE COMPARTEN LA RECONCILIACION
      *> DEL DIA; UNA ANTERIOR NO DEBE HABER SIDO USADA YA POR RPTCLI01
      *> PARA ESTE RANGO DE ANIOS (POSICIONES 17-25 DE LA IDENTIDAD QUE
      *> ARMA 9560), ASI NINGUNA PARTICION BLOQUEA A LAS DEMAS
           IF WS-CTL-MOTIVO = SPACES
              AND WS-CTL-ANT-FECINI NOT = WS-CTL-FECINI
              MOVE WS-CTL-IDENTIF(17:9) TO WS-CTL-ULT-RANGO
              EXEC SQL
                SELECT FECINI, HORINI
                  INTO :WS-CTL-ULT-FECINI, :WS-CTL-ULT-HORINI
                  FROM KC02803.TBCTLCLI
                 WHERE PROGRAMA = 'RPTCLI01'
                   AND ESTADO   = 'T'
                   AND SUBSTR(IDENTIF,17,9) = :WS-CTL-ULT-RANGO
                 ORDER BY FECINI DESC, HORINI DESC
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
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
                WHEN WS-CTL-ANT-FECINI < WS-CTL-ULT-FECINI
                  OR (WS-CTL-ANT-FECINI = WS-CTL-ULT-FECINI
                      AND WS-CTL-ANT-HORINI NOT > WS-CTL-ULT-HORINI)
                     STRING 'RPTCLI04 DEL ' WS-CTL-ANT-FECINI
                            ' YA USADO POR RPTCLI01 DEL '
                            WS-CTL-ULT-FECINI
                            DELIMITED BY SIZE
                       INTO WS-CTL-MOTIVO
                     END-STRING
              END-EVALUATE
           END-IF

           IF WS-CTL-MOTIVO NOT = SPACES
              SET WS-CTL-BLOQUEADA TO TRUE
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 9550-REGISTRAR-FIN : CIERRA LA FILA DE LA CORRIDA EN TBCTLCLI   *
      * CON LA HORA DE FIN, EL RETURN-CODE, LOS CONTADORES, LA          *
      * IDENTIDAD DEL EXTRACTO GRABADO Y EL ESTADO FINAL                *
      ******************************************************************
       9550-REGISTRAR-FIN.

           PERFORM 9590-TOMAR-FECHA-HORA
           PERFORM 9560-ARMAR-IDENTIDAD

           MOVE 'RPTCLI01'         TO WT-CTL-PROGRAMA
           MOVE WS-CTL-FECINI      TO WT-CTL-FECINI
           MOVE WS-CTL-HORINI      TO WT-CTL-HORINI
           MOVE WS-CTL-FECHA-SQL   TO WT-CTL-FECFIN
           MOVE WS-CTL-HORA-SQL    TO WT-CTL-HORFIN
           MOVE RETURN-CODE        TO WT-CTL-RETCODE
           MOVE WS-TOTAL-LEIDOS    TO WT-CTL-CANTLEI
           MOVE WS-EXT-CANT-DET    TO WT-CTL-CANTPRO
           MOVE WS-CANT-EXC2       TO WT-CTL-CANTERR
           MOVE WS-CTL-IDENTIF     TO WT-CTL-IDENTIF
           MOVE WS-CTL-MOTIVO      TO WT-CTL-MOTIVO

      *> UN DECLARATIVO DE ERROR DE ARCHIVO DETIENE EL PROGRAMA SIN
      *> TOCAR EL RETURN-CODE: LA MARCA DE CIERRE HECHO LO DELATA (EL
      *> EXTRACTO QUEDO SIN COLA)
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
                      ') - QUEDA COMO NO TERMINADA EN EL ESTADO DE '
                      'LA CADENA'
           END-IF
           EXIT PARAGRAPH.

      ******************************************************************
      * 9560-ARMAR-IDENTIDAD : IDENTIDAD DEL EXTRACTO DDEXTR DE ESTA    *
      * CORRIDA, EN EL MISMO FORMATO CON QUE CARCLI01 REGISTRA EL QUE   *
      * CARGA: FECHA DE CABECERA, RANGO DE ANIOS Y CANTIDAD DE LA COLA  *
      * (AL ARRANCAR, LA CANTIDAD QUE TRAE EL CHECKPOINT)               *
      ******************************************************************
       9560-ARMAR-IDENTIDAD.

           MOVE SPACES TO WS-CTL-IDENTIF
           STRING 'EXTR '            DELIMITED BY SIZE
                  WS-FECHA-CORRIDA   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-FIL-ANIO-DESDE  DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-FIL-ANIO-HASTA  DELIMITED BY SIZE
                  ' CANT '           DELIMITED BY SIZE
                  WS-EXT-CANT-DET    DELIMITED BY SIZE
             INTO WS-CTL-IDENTIF
           END-STRING
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
