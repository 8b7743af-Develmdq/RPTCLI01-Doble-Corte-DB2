      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRCLI01.

      ******************************************************************
      *  TRANSACCION CICS DE APROBACION / RECHAZO DE SOLICITUDES DE    *
      *  MANTENIMIENTO DE CLIENTE (SEGUNDA FIRMA DE SOLCLI01)          *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * PANTALLA UNICA (MAPA APRCLI1) PSEUDO-CONVERSACIONAL. MUESTRA   *
      * DE A UNA LAS SOLICITUDES PENDIENTES (ESTADO 'P') DE KC02803.   *
      * TBSOLCLI EN ORDEN DE NROSOL, CON LA IMAGEN NUEVA PEDIDA AL     *
      * LADO DE LA IMAGEN ACTUAL DEL CLIENTE EN TBCURCLI. EL USUARIO   *
      * CICS QUE CARGO UNA SOLICITUD NUNCA LA VE EN ESTA PANTALLA: EL  *
      * CURSOR Y LOS UPDATE EXCLUYEN USRSOL = USUARIO ACTUAL, ASI TODO *
      * CAMBIO AL MAESTRO DE CLIENTES LLEVA DOS USUARIOS DISTINTOS.    *
      *                                                                *
      * PF5 APRUEBA (ESTADO 'A'), PF6 RECHAZA (ESTADO 'R', EXIGE EL    *
      * MOTIVO TIPEADO EN PANTALLA); AMBAS REGISTRAN USUARIO, FECHA Y  *
      * HORA DE LA AUTORIZACION Y PASAN A LA SIGUIENTE PENDIENTE. PF8  *
      * SALTEA A LA SIGUIENTE SIN RESOLVER, ENTER VUELVE A LEER LA     *
      * ACTUAL (O LA PRIMERA, SI YA NO ESTA PENDIENTE). LAS APROBADAS  *
      * LAS BAJA EXPCLI01 A DDTRANS. CLEAR TERMINA LA AUTORIZACION.    *
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *---------------------*
       WORKING-STORAGE SECTION.
      *---------------------*

      * MAPA DE LA PANTALLA DE APROBACION *
           COPY APRCLI1.

      * TECLAS DE ATENCION VALIDAS (ENTER / PF5 / PF6 / PF8 / CLEAR) *
           COPY DFHAID.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN DE LA COLA DE SOLICITUDES *
      * Y DE CLIENTES VIGENTES                                          *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TBSOLCLI END-EXEC.
           EXEC SQL INCLUDE TBCURCLI END-EXEC.

      * NOMBRE DEL MAPA/MAPSET Y TRANSID PARA EL RETORNO CONVERSACIONAL *
       01  WS-NOMBRE-MAPA     PIC X(08)    VALUE 'APRCLI1'.
       01  WS-NOMBRE-MAPSET   PIC X(08)    VALUE 'APRCLI1'.
       01  WS-TRANSID         PIC X(04)    VALUE 'CCL5'.

      * MENSAJE FINAL AL TERMINAR LA AUTORIZACION CON CLEAR *
       01  WS-MSG-FIN         PIC X(40)    VALUE
           'FIN DE LA AUTORIZACION DE SOLICITUDES'.

      * MENSAJE DEL RESULTADO DE LA ULTIMA TECLA; SE MUESTRA JUNTO CON  *
      * LA SOLICITUD QUE QUEDA EN PANTALLA                              *
       01  WS-MENSAJE         PIC X(79)    VALUE SPACES.

      * RESPUESTA DEL RECEIVE MAP DEL RECHAZO: UN PF6 SIN MOTIVO        *
      * TIPEADO DEVUELVE MAPFAIL, QUE SE INFORMA EN PANTALLA            *
       01  WS-RESP            PIC S9(08)   COMP   VALUE ZEROS.

      * MOTIVO DE RECHAZO RECIBIDO DEL MAPA *
       01  WS-MOTIVO-IN       PIC X(40)    VALUE SPACES.

      * USUARIO CICS Y FECHA/HORA DE LA AUTORIZACION *
       01  WS-USUARIO         PIC X(08)    VALUE SPACES.
       01  WS-ABSTIME         PIC S9(15)   COMP-3 VALUE ZEROS.
       01  WS-FECHA-CICS      PIC X(10)    VALUE SPACES.
       01  WS-HORA-CICS       PIC X(08)    VALUE SPACES.

      * CLAVE DE BUSQUEDA: LA PROXIMA SOLICITUD A MOSTRAR ES LA PRIMERA *
      * PENDIENTE AJENA CON NROSOL MAYOR A ESTA CLAVE                   *
       01  WS-CLAVE-NROSOL-SQL PIC S9(09)  COMP   VALUE ZEROS.

      * CAMPOS EDITADOS PARA EL MAPA Y LOS MENSAJES *
       01  WS-NROSOL-EDIT     PIC Z(8)9    VALUE ZEROS.
       01  WS-NROCLI-EDIT     PIC 9(09)    VALUE ZEROS.

      * COMMAREA QUE VIAJA ENTRE CADA TECLA DE LA MISMA CONVERSACION:   *
      * CONSERVA EL NROSOL EN PANTALLA (CERO SI NO HAY NINGUNA) PARA    *
      * QUE PF5/PF6/PF8/ENTER SEPAN SOBRE CUAL ACTUAR                   *
       01  WS-COMMAREA.
           05  WS-CA-MARCA        PIC X(01)    VALUE 'S'.
           05  WS-CA-NROSOL       PIC S9(09)   COMP   VALUE ZEROS.

      *---------------------*
       LINKAGE SECTION.
      *---------------------*

      * COMMAREA RECIBIDA; SOLO SE REFERENCIA CUANDO EIBCALEN > 0, YA   *
      * QUE EN LA PRIMERA INVOCACION DE LA TRANSACCION (EIBCALEN = 0)   *
      * CICS NO RESERVA STORAGE DETRAS DE DFHCOMMAREA                   *
       01  DFHCOMMAREA.
           05  WS-CA-MARCA-LK     PIC X(01).
           05  WS-CA-NROSOL-LK    PIC S9(09)   COMP.

      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      ******************************************************************

       MAIN-PROGRAM.

           PERFORM 1000-I-INICIO  THRU 1000-F-INICIO

           IF EIBCALEN = 0
              PERFORM 2000-I-PANTALLA-INICIAL
                 THRU 2000-F-PANTALLA-INICIAL
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              PERFORM 3000-I-PROCESO THRU 3000-F-PROCESO
           END-IF

      *> 4000-I-FIN-AUTORIZACION YA EMITIO SU PROPIO RETURN SIN TRANSID
      *> PARA TERMINAR LA CONVERSACION; SI SE VOLVIERA A EJECUTAR ESTE
      *> RETURN CON TRANSID SE REARMARIA CCL5 Y CLEAR NUNCA CERRARIA NADA
           IF EIBAID NOT = DFHCLEAR
              EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(WS-COMMAREA)
              END-EXEC
           END-IF
           .
       F-MAIN-PROGRAM. GOBACK.

      ******************************************************************
      * 1000-I-INICIO : USUARIO CICS DE LA TERMINAL, QUE SE EXCLUYE DE  *
      * LAS SOLICITUDES A MOSTRAR Y A RESOLVER                          *
      ******************************************************************
       1000-I-INICIO.

           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO WT-SOL-USRAUT
           .
       1000-F-INICIO. EXIT.

      ******************************************************************
      * 2000-I-PANTALLA-INICIAL : PRIMER ENTER DE LA TRANSACCION, SIN   *
      * COMMAREA TODAVIA; MUESTRA LA PRIMERA SOLICITUD PENDIENTE AJENA  *
      ******************************************************************
       2000-I-PANTALLA-INICIAL.

           MOVE ZEROS TO WS-CLAVE-NROSOL-SQL
           MOVE SPACES TO WS-MENSAJE
           PERFORM 3500-I-BUSCAR-PENDIENTE THRU 3500-F-BUSCAR-PENDIENTE

           EXEC CICS SEND MAP(WS-NOMBRE-MAPA)
                     MAPSET(WS-NOMBRE-MAPSET)
                     FROM(APRCLI1O)
                     ERASE
           END-EXEC
           .
       2000-F-PANTALLA-INICIAL. EXIT.

      ******************************************************************
      * 3000-I-PROCESO : TECLAS SIGUIENTES DE LA MISMA CONVERSACION     *
      ******************************************************************
       3000-I-PROCESO.

           MOVE SPACES TO WS-MENSAJE

           EVALUATE EIBAID
             WHEN DFHCLEAR
                  PERFORM 4000-I-FIN-AUTORIZACION
                     THRU 4000-F-FIN-AUTORIZACION
             WHEN DFHENTER
                  IF WS-CA-NROSOL > ZERO
                     COMPUTE WS-CLAVE-NROSOL-SQL = WS-CA-NROSOL - 1
                  ELSE
                     MOVE ZEROS TO WS-CLAVE-NROSOL-SQL
                  END-IF
                  PERFORM 3500-I-BUSCAR-PENDIENTE
                     THRU 3500-F-BUSCAR-PENDIENTE
                  PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
             WHEN DFHPF5
                  PERFORM 3100-I-APROBAR THRU 3100-F-APROBAR
             WHEN DFHPF6
                  PERFORM 3200-I-RECHAZAR THRU 3200-F-RECHAZAR
             WHEN DFHPF8
                  MOVE WS-CA-NROSOL TO WS-CLAVE-NROSOL-SQL
                  PERFORM 3500-I-BUSCAR-PENDIENTE
                     THRU 3500-F-BUSCAR-PENDIENTE
                  PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
             WHEN OTHER
                  MOVE 'TECLA NO VALIDA - ENTER, PF5, PF6, PF8 O CLEAR'
                    TO WS-MENSAJE
                  COMPUTE WS-CLAVE-NROSOL-SQL = WS-CA-NROSOL - 1
                  PERFORM 3500-I-BUSCAR-PENDIENTE
                     THRU 3500-F-BUSCAR-PENDIENTE
                  PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
           END-EVALUATE
           .
       3000-F-PROCESO. EXIT.

      ******************************************************************
      * 3100-I-APROBAR : PF5 - MARCA APROBADA LA SOLICITUD EN PANTALLA. *
      * EL UPDATE VUELVE A EXIGIR ESTADO 'P' Y USRSOL DISTINTO DEL      *
      * USUARIO ACTUAL, ASI UNA SOLICITUD YA RESUELTA DESDE OTRA        *
      * TERMINAL (O PROPIA) NO SE PUEDE APROBAR                         *
      ******************************************************************
       3100-I-APROBAR.

           IF WS-CA-NROSOL = ZERO
              MOVE 'NO HAY SOLICITUD EN PANTALLA PARA APROBAR'
                TO WS-MENSAJE
              MOVE ZEROS TO WS-CLAVE-NROSOL-SQL
              PERFORM 3500-I-BUSCAR-PENDIENTE
                 THRU 3500-F-BUSCAR-PENDIENTE
              PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
              GO TO 3100-F-APROBAR
           END-IF

           PERFORM 3800-I-FECHA-HORA THRU 3800-F-FECHA-HORA
           MOVE WS-CA-NROSOL TO WT-SOL-NROSOL
           MOVE SPACES       TO WT-SOL-MOTRECH

           EXEC SQL
             UPDATE KC02803.TBSOLCLI
                SET ESTADO  = 'A',
                    USRAUT  = :WT-SOL-USRAUT,
                    FECAUT  = :WT-SOL-FECAUT,
                    HORAUT  = :WT-SOL-HORAUT,
                    MOTRECH = :WT-SOL-MOTRECH
              WHERE NROSOL  = :WT-SOL-NROSOL
                AND ESTADO  = 'P'
                AND USRSOL <> :WT-SOL-USRAUT
           END-EXEC

           MOVE WS-CA-NROSOL TO WS-NROSOL-EDIT
           EVALUATE SQLCODE
             WHEN ZERO
                  STRING 'SOLICITUD '     DELIMITED BY SIZE
                         WS-NROSOL-EDIT   DELIMITED BY SIZE
                         ' APROBADA'      DELIMITED BY SIZE
                    INTO WS-MENSAJE
                  END-STRING
             WHEN 100
                  STRING 'SOLICITUD '     DELIMITED BY SIZE
                         WS-NROSOL-EDIT   DELIMITED BY SIZE
                         ' YA NO ESTA PENDIENTE - NO SE APROBO'
                                          DELIMITED BY SIZE
                    INTO WS-MENSAJE
                  END-STRING
             WHEN OTHER
                  MOVE 'ERROR DE ACCESO A TBSOLCLI - NO SE APROBO'
                    TO WS-MENSAJE
           END-EVALUATE

           MOVE WS-CA-NROSOL TO WS-CLAVE-NROSOL-SQL
           PERFORM 3500-I-BUSCAR-PENDIENTE THRU 3500-F-BUSCAR-PENDIENTE
           PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
           .
       3100-F-APROBAR. EXIT.

      ******************************************************************
      * 3200-I-RECHAZAR : PF6 - MARCA RECHAZADA LA SOLICITUD EN         *
      * PANTALLA CON EL MOTIVO TIPEADO, OBLIGATORIO; MISMAS CONDICIONES *
      * DE ESTADO Y USUARIO QUE LA APROBACION                           *
      ******************************************************************
       3200-I-RECHAZAR.

           MOVE LOW-VALUES TO APRCLI1I

           EXEC CICS RECEIVE MAP(WS-NOMBRE-MAPA)
                     MAPSET(WS-NOMBRE-MAPSET)
                     INTO(APRCLI1I)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE SPACES TO WS-MOTIVO-IN
           ELSE
              MOVE MOTIVOI TO WS-MOTIVO-IN
              INSPECT WS-MOTIVO-IN REPLACING ALL LOW-VALUES BY SPACES
           END-IF

           IF WS-CA-NROSOL = ZERO
              MOVE 'NO HAY SOLICITUD EN PANTALLA PARA RECHAZAR'
                TO WS-MENSAJE
              MOVE ZEROS TO WS-CLAVE-NROSOL-SQL
              PERFORM 3500-I-BUSCAR-PENDIENTE
                 THRU 3500-F-BUSCAR-PENDIENTE
              PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
              GO TO 3200-F-RECHAZAR
           END-IF

           IF WS-MOTIVO-IN = SPACES
              MOVE 'INGRESE EL MOTIVO DEL RECHAZO Y PRESIONE PF6'
                TO WS-MENSAJE
              COMPUTE WS-CLAVE-NROSOL-SQL = WS-CA-NROSOL - 1
              PERFORM 3500-I-BUSCAR-PENDIENTE
                 THRU 3500-F-BUSCAR-PENDIENTE
              PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
              GO TO 3200-F-RECHAZAR
           END-IF

           PERFORM 3800-I-FECHA-HORA THRU 3800-F-FECHA-HORA
           MOVE WS-CA-NROSOL TO WT-SOL-NROSOL
           MOVE WS-MOTIVO-IN TO WT-SOL-MOTRECH

           EXEC SQL
             UPDATE KC02803.TBSOLCLI
                SET ESTADO  = 'R',
                    USRAUT  = :WT-SOL-USRAUT,
                    FECAUT  = :WT-SOL-FECAUT,
                    HORAUT  = :WT-SOL-HORAUT,
                    MOTRECH = :WT-SOL-MOTRECH
              WHERE NROSOL  = :WT-SOL-NROSOL
                AND ESTADO  = 'P'
                AND USRSOL <> :WT-SOL-USRAUT
           END-EXEC

           MOVE WS-CA-NROSOL TO WS-NROSOL-EDIT
           EVALUATE SQLCODE
             WHEN ZERO
                  STRING 'SOLICITUD '     DELIMITED BY SIZE
                         WS-NROSOL-EDIT   DELIMITED BY SIZE
                         ' RECHAZADA'     DELIMITED BY SIZE
                    INTO WS-MENSAJE
                  END-STRING
             WHEN 100
                  STRING 'SOLICITUD '     DELIMITED BY SIZE
                         WS-NROSOL-EDIT   DELIMITED BY SIZE
                         ' YA NO ESTA PENDIENTE - NO SE RECHAZO'
                                          DELIMITED BY SIZE
                    INTO WS-MENSAJE
                  END-STRING
             WHEN OTHER
                  MOVE 'ERROR DE ACCESO A TBSOLCLI - NO SE RECHAZO'
                    TO WS-MENSAJE
           END-EVALUATE

           MOVE WS-CA-NROSOL TO WS-CLAVE-NROSOL-SQL
           PERFORM 3500-I-BUSCAR-PENDIENTE THRU 3500-F-BUSCAR-PENDIENTE
           PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
           .
       3200-F-RECHAZAR. EXIT.

      ******************************************************************
      * 3500-I-BUSCAR-PENDIENTE : ARMA EL MAPA CON LA PRIMERA SOLICITUD *
      * PENDIENTE AJENA CON NROSOL MAYOR A WS-CLAVE-NROSOL-SQL. SI NO    *
      * QUEDA NINGUNA DESPUES DE LA CLAVE SE VUELVE A BUSCAR DESDE EL   *
      * PRINCIPIO; SI TAMPOCO HAY, LA PANTALLA QUEDA VACIA CON NROSOL   *
      * CERO EN LA COMMAREA                                             *
      ******************************************************************
       3500-I-BUSCAR-PENDIENTE.

           IF WS-CLAVE-NROSOL-SQL < ZERO
              MOVE ZEROS TO WS-CLAVE-NROSOL-SQL
           END-IF

           MOVE SPACES TO APRCLI1O
           MOVE WS-USUARIO TO WT-SOL-USRAUT

           PERFORM 3510-I-LEER-PENDIENTE THRU 3510-F-LEER-PENDIENTE

           IF SQLCODE = 100 AND WS-CLAVE-NROSOL-SQL > ZERO
              MOVE ZEROS TO WS-CLAVE-NROSOL-SQL
              PERFORM 3510-I-LEER-PENDIENTE THRU 3510-F-LEER-PENDIENTE
           END-IF

           EVALUATE SQLCODE
             WHEN ZERO
                  MOVE WT-SOL-NROSOL TO WS-CA-NROSOL
                  PERFORM 3600-I-MOVER-SOLICITUD
                     THRU 3600-F-MOVER-SOLICITUD
                  IF WS-MENSAJE = SPACES
                     MOVE 'PF5 APRUEBA, PF6 RECHAZA, PF8 SALTEA'
                       TO WS-MENSAJE
                  END-IF
             WHEN 100
                  MOVE ZEROS TO WS-CA-NROSOL
                  IF WS-MENSAJE = SPACES
                     MOVE 'SIN SOLICITUDES PENDIENTES DE OTROS USUARIOS'
                       TO WS-MENSAJE
                  END-IF
             WHEN OTHER
                  MOVE ZEROS TO WS-CA-NROSOL
                  MOVE 'ERROR DE ACCESO A TBSOLCLI' TO WS-MENSAJE
           END-EVALUATE

           MOVE WS-MENSAJE TO MENSAJO
           .
       3500-F-BUSCAR-PENDIENTE. EXIT.

      ******************************************************************
      * 3510-I-LEER-PENDIENTE : LECTURA SINGULAR DE LA PROXIMA          *
      * SOLICITUD PENDIENTE AJENA, MISMO ESQUEMA FETCH FIRST 1 ROW ONLY *
      * QUE CNSCLI01 USA SOBRE TBBAJCLI                                 *
      ******************************************************************
       3510-I-LEER-PENDIENTE.

           EXEC SQL
             SELECT NROSOL, ACCION, NROCLI, NOMAPE, FECNAC, SEXO,
                    USRSOL, FECSOL, HORSOL
                  INTO :WT-SOL-NROSOL, :WT-SOL-ACCION, :WT-SOL-NROCLI,
                       :WT-SOL-NOMAPE, :WT-SOL-FECNAC, :WT-SOL-SEXO,
                       :WT-SOL-USRSOL, :WT-SOL-FECSOL, :WT-SOL-HORSOL
                  FROM KC02803.TBSOLCLI
                  WHERE ESTADO  = 'P'
                    AND USRSOL <> :WT-SOL-USRAUT
                    AND NROSOL  > :WS-CLAVE-NROSOL-SQL
                  ORDER BY NROSOL
                  FETCH FIRST 1 ROW ONLY
           END-EXEC
           .
       3510-F-LEER-PENDIENTE. EXIT.

      ******************************************************************
      * 3600-I-MOVER-SOLICITUD : PASA LA SOLICITUD AL MAPA, JUNTO CON   *
      * LA IMAGEN ACTUAL DEL CLIENTE EN TBCURCLI (EN BLANCO PARA UN     *
      * ALTA, O SI EL CLIENTE YA NO EXISTE)                             *
      ******************************************************************
       3600-I-MOVER-SOLICITUD.

           MOVE WT-SOL-NROSOL TO WS-NROSOL-EDIT
           MOVE WS-NROSOL-EDIT TO NROSOLO
           EVALUATE WT-SOL-ACCION
             WHEN 'I'
                  MOVE 'ALTA       ' TO ACCIONO
             WHEN 'U'
                  MOVE 'MODIFICAC. ' TO ACCIONO
             WHEN 'D'
                  MOVE 'BAJA       ' TO ACCIONO
             WHEN OTHER
                  MOVE WT-SOL-ACCION TO ACCIONO
           END-EVALUATE
           MOVE WT-SOL-NROCLI  TO WS-NROCLI-EDIT
           MOVE WS-NROCLI-EDIT TO NROCLIO
           MOVE WT-SOL-USRSOL  TO USRSOLO
           STRING WT-SOL-FECSOL DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WT-SOL-HORSOL DELIMITED BY SIZE
             INTO FECSOLO
           END-STRING
           MOVE WT-SOL-NOMAPE  TO NVONOMO
           MOVE WT-SOL-FECNAC  TO NVOFECO
           MOVE WT-SOL-SEXO    TO NVOSEXO

      *> PARA UNA BAJA LA SOLICITUD YA GUARDA LA IMAGEN QUE SE RETIRA;
      *> SE MUESTRA COMO ACTUAL Y LA NUEVA QUEDA EN BLANCO
           IF WT-SOL-ACCION = 'D'
              MOVE SPACES TO NVONOMO NVOFECO NVOSEXO
           END-IF

           IF WT-SOL-ACCION NOT = 'I'
              MOVE WT-SOL-NROCLI TO WT-NROCLI
              EXEC SQL
                SELECT NOMAPE, FECNAC, SEXO
                     INTO :WT-NOMAPE, :WT-FECNAC, :WT-SEXO
                     FROM KC02803.TBCURCLI
                     WHERE NROCLI = :WT-NROCLI
                     ORDER BY NOMAPE, FECNAC, SEXO
                     FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                WHEN ZERO
                     MOVE WT-NOMAPE TO ACTNOMO
                     MOVE WT-FECNAC TO ACTFECO
                     MOVE WT-SEXO   TO ACTSEXO
                WHEN 100
                     MOVE 'ATENCION: EL CLIENTE YA NO ESTA EN TBCURCLI'
                       TO WS-MENSAJE
                WHEN OTHER
                     MOVE 'ERROR DE ACCESO A TBCURCLI' TO WS-MENSAJE
              END-EVALUATE
           END-IF
           .
       3600-F-MOVER-SOLICITUD. EXIT.

      ******************************************************************
      * 3800-I-FECHA-HORA : FECHA (AAAA-MM-DD) Y HORA (HH:MM:SS) DE LA  *
      * AUTORIZACION                                                    *
      ******************************************************************
       3800-I-FECHA-HORA.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-FECHA-CICS)
                     DATESEP('-')
                     TIME(WS-HORA-CICS)
                     TIMESEP(':')
           END-EXEC

           MOVE WS-USUARIO    TO WT-SOL-USRAUT
           MOVE WS-FECHA-CICS TO WT-SOL-FECAUT
           MOVE WS-HORA-CICS  TO WT-SOL-HORAUT
           .
       3800-F-FECHA-HORA. EXIT.

      ******************************************************************
      * 3900-I-MOSTRAR : REENVIA EL MAPA CON LA SOLICITUD A RESOLVER,   *
      * SIN BORRAR LA PANTALLA                                          *
      ******************************************************************
       3900-I-MOSTRAR.

           EXEC CICS SEND MAP(WS-NOMBRE-MAPA)
                     MAPSET(WS-NOMBRE-MAPSET)
                     FROM(APRCLI1O)
                     DATAONLY
           END-EXEC
           .
       3900-F-MOSTRAR. EXIT.

      ******************************************************************
      * 4000-I-FIN-AUTORIZACION : CLEAR - TERMINA LA CONVERSACION SIN   *
      * PROGRAMAR OTRO RETORNO DE LA TRANSACCION                        *
      ******************************************************************
       4000-I-FIN-AUTORIZACION.

           EXEC CICS SEND TEXT FROM(WS-MSG-FIN)
                     LENGTH(LENGTH OF WS-MSG-FIN)
                     ERASE
                     FREEKB
           END-EXEC

           EXEC CICS RETURN END-EXEC
           .
       4000-F-FIN-AUTORIZACION. EXIT.
