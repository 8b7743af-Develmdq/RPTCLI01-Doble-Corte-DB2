      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLCLI01.

      ******************************************************************
      *  TRANSACCION CICS DE CARGA DE SOLICITUDES DE MANTENIMIENTO DE  *
      *  CLIENTE (ALTA/MODIFICACION/BAJA) PENDIENTES DE APROBACION     *
      ******************************************************************
      * AUTOR: MARCET EDUARDO                        FECHA  15/10/2026 *
      ******************************************************************
      * PANTALLA UNICA (MAPA SOLCLI1) PSEUDO-CONVERSACIONAL. EL        *
      * OPERADOR CARGA NROCLI Y ACCION ('I' ALTA, 'U' MODIFICACION,    *
      * 'D' BAJA) Y, PARA ALTA O MODIFICACION, LA IMAGEN NUEVA         *
      * COMPLETA (NOMAPE/FECNAC/SEXO), IGUAL QUE UNA TARJETA REG-TRANS *
      * DE MNTCLI01. PF4 TRAE LOS DATOS ACTUALES DE KC02803.TBCURCLI   *
      * PARA CORREGIR SOBRE ELLOS. ENTER VALIDA CON LAS MISMAS REGLAS  *
      * QUE EDTCLI01 Y GRABA LA SOLICITUD EN KC02803.TBSOLCLI CON      *
      * ESTADO 'P' (PENDIENTE) Y EL USUARIO CICS QUE LA CARGO. NADA SE *
      * APLICA SOBRE TBCURCLI DESDE ESTA PANTALLA: LA SOLICITUD DEBE   *
      * SER APROBADA POR OTRO USUARIO EN APRCLI01 Y LUEGO EXPCLI01 LA  *
      * BAJA A DDTRANS PARA LA CADENA EDTCLI01 / MNTCLI01. CLEAR       *
      * TERMINA LA CARGA.                                              *
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *---------------------*
       WORKING-STORAGE SECTION.
      *---------------------*

      * MAPA DE LA PANTALLA DE SOLICITUDES *
           COPY SOLCLI1.

      * TECLAS DE ATENCION VALIDAS (ENTER / PF4 / CLEAR) *
           COPY DFHAID.

      * ACTIVACION SQLCODE + VARIABLES DCLGEN DE CLIENTES VIGENTES Y DE *
      * LA COLA DE SOLICITUDES                                         *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TBCURCLI END-EXEC.
           EXEC SQL INCLUDE TBSOLCLI END-EXEC.

      * NOMBRE DEL MAPA/MAPSET Y TRANSID PARA EL RETORNO CONVERSACIONAL *
       01  WS-NOMBRE-MAPA     PIC X(08)    VALUE 'SOLCLI1'.
       01  WS-NOMBRE-MAPSET   PIC X(08)    VALUE 'SOLCLI1'.
       01  WS-TRANSID         PIC X(04)    VALUE 'CCL4'.

      * MENSAJE FINAL AL TERMINAR LA CARGA CON CLEAR *
       01  WS-MSG-FIN         PIC X(40)    VALUE
           'FIN DE LA CARGA DE SOLICITUDES'.

      * MENSAJE ARMADO PARA LA LINEA DE MENSAJES DEL MAPA *
       01  WS-MENSAJE         PIC X(79)    VALUE SPACES.

      * RESPUESTA DEL RECEIVE MAP: UN ENTER SIN NINGUN CAMPO TIPEADO    *
      * DEVUELVE MAPFAIL, QUE SE INFORMA EN PANTALLA EN LUGAR DE        *
      * ABENDEAR LA TAREA                                               *
       01  WS-RESP            PIC S9(08)   COMP   VALUE ZEROS.

      * VALORES RECIBIDOS DEL MAPA, GUARDADOS ANTES DE LIMPIAR SOLCLI1O *
      * (SOLCLI1O REDEFINES SOLCLI1I, IGUAL QUE EN CNSCLI01)            *
       01  WS-NROCLI-IN       PIC X(09)    VALUE SPACES.
       01  WS-NROCLI-NUM REDEFINES WS-NROCLI-IN
                              PIC 9(09).
       01  WS-ACCION-IN       PIC X(01)    VALUE SPACES.
           88  WS-ACC-ALTA                 VALUE 'I'.
           88  WS-ACC-MODIF                VALUE 'U'.
           88  WS-ACC-BAJA                 VALUE 'D'.
       01  WS-NOMAPE-IN       PIC X(40)    VALUE SPACES.
       01  WS-FECNAC-IN       PIC X(10)    VALUE SPACES.
       01  WS-SEXO-IN         PIC X(01)    VALUE SPACES.

      * INDICADOR DE SOLICITUD VALIDA PARA GRABAR *
       01  WS-SW-VALIDA       PIC X(01)    VALUE 'S'.
           88  WS-SOL-VALIDA               VALUE 'S'.
           88  WS-SOL-INVALIDA             VALUE 'N'.

      * CANTIDADES DEVUELTAS POR LOS COUNT(*) DE EXISTENCIA DEL CLIENTE *
      * Y DE SOLICITUDES ABIERTAS DEL MISMO NROCLI                      *
       01  WS-CANT-FILAS-SQL  PIC S9(09)   COMP   VALUE ZEROS.

      * REINTENTOS DEL INSERT CUANDO OTRA TERMINAL TOMO EL MISMO NROSOL *
      * ENTRE EL MAX Y EL INSERT (SQLCODE -803)                         *
       01  WS-REINTENTOS      PIC 9(02)    COMP   VALUE ZEROS.
       01  WS-SW-NUMERAR      PIC X(01)    VALUE 'N'.
           88  WS-NUMERAR-OTRA-VEZ         VALUE 'S'.

      * USUARIO CICS Y FECHA/HORA DE LA SOLICITUD *
       01  WS-USUARIO         PIC X(08)    VALUE SPACES.
       01  WS-ABSTIME         PIC S9(15)   COMP-3 VALUE ZEROS.
       01  WS-FECHA-CICS      PIC X(10)    VALUE SPACES.
       01  WS-HORA-CICS       PIC X(08)    VALUE SPACES.

      * NROSOL EDITADO PARA EL MAPA Y EL MENSAJE *
       01  WS-NROSOL-EDIT     PIC Z(8)9    VALUE ZEROS.

      * COMMAREA QUE VIAJA ENTRE CADA TECLA DE LA MISMA CONVERSACION;   *
      * IGUAL QUE EN CNSCLI01 SOLO SIRVE PARA QUE CICS DEVUELVA         *
      * EIBCALEN > 0 Y DISTINGUIR LA PRIMERA PANTALLA DE LAS SIGUIENTES *
       01  WS-COMMAREA.
           05  WS-CA-MARCA    PIC X(01)    VALUE 'S'.

      *---------------------*
       LINKAGE SECTION.
      *---------------------*

      * COMMAREA RECIBIDA; SOLO SE REFERENCIA CUANDO EIBCALEN > 0, YA   *
      * QUE EN LA PRIMERA INVOCACION DE LA TRANSACCION (EIBCALEN = 0)   *
      * CICS NO RESERVA STORAGE DETRAS DE DFHCOMMAREA                   *
       01  DFHCOMMAREA.
           05  WS-CA-MARCA-LK PIC X(01).

      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      ******************************************************************

       MAIN-PROGRAM.

           PERFORM 1000-I-INICIO  THRU 1000-F-INICIO

           IF EIBCALEN = 0
              PERFORM 2000-I-PANTALLA-INICIAL
                 THRU 2000-F-PANTALLA-INICIAL
           ELSE
              MOVE WS-CA-MARCA-LK TO WS-CA-MARCA
              PERFORM 3000-I-PROCESO THRU 3000-F-PROCESO
           END-IF

      *> 4000-I-FIN-CARGA YA EMITIO SU PROPIO RETURN SIN TRANSID PARA
      *> TERMINAR LA CONVERSACION; SI SE VOLVIERA A EJECUTAR ESTE RETURN
      *> CON TRANSID SE REARMARIA CCL4 Y CLEAR NUNCA CERRARIA NADA
           IF EIBAID NOT = DFHCLEAR
              EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(WS-COMMAREA)
              END-EXEC
           END-IF
           .
       F-MAIN-PROGRAM. GOBACK.

      ******************************************************************
      *                 CUERPO PRINCIPAL DE INICIO                     *
      ******************************************************************
       1000-I-INICIO.

           EXIT.
       1000-F-INICIO. EXIT.

      ******************************************************************
      * 2000-I-PANTALLA-INICIAL : PRIMER ENTER DE LA TRANSACCION, SIN   *
      * COMMAREA TODAVIA; ENVIA EL MAPA EN BLANCO CON EL INSTRUCTIVO    *
      ******************************************************************
       2000-I-PANTALLA-INICIAL.

           MOVE SPACES TO SOLCLI1O
           MOVE 'NROCLI, ACCION I/U/D, DATOS Y ENTER - PF4 TRAE ACTUAL'
             TO MENSAJO

           EXEC CICS SEND MAP(WS-NOMBRE-MAPA)
                     MAPSET(WS-NOMBRE-MAPSET)
                     FROM(SOLCLI1O)
                     ERASE
           END-EXEC
           .
       2000-F-PANTALLA-INICIAL. EXIT.

      ******************************************************************
      * 3000-I-PROCESO : TECLAS SIGUIENTES DE LA MISMA CONVERSACION     *
      ******************************************************************
       3000-I-PROCESO.

           EVALUATE EIBAID
             WHEN DFHCLEAR
                  PERFORM 4000-I-FIN-CARGA THRU 4000-F-FIN-CARGA
             WHEN DFHENTER
                  PERFORM 3100-I-REGISTRAR THRU 3100-F-REGISTRAR
             WHEN DFHPF4
                  PERFORM 3200-I-TRAER-ACTUAL THRU 3200-F-TRAER-ACTUAL
             WHEN OTHER
                  MOVE SPACES TO SOLCLI1O
                  MOVE 'TECLA NO VALIDA - USE ENTER, PF4 O CLEAR'
                    TO MENSAJO
                  PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
           END-EVALUATE
           .
       3000-F-PROCESO. EXIT.

      ******************************************************************
      * 3050-I-RECIBIR : RECIBE EL MAPA, GUARDA LOS CAMPOS TIPEADOS Y   *
      * LOS DEVUELVE AL MAPA DE SALIDA PARA QUE EL OPERADOR LOS VEA     *
      * JUNTO CON EL RESULTADO                                          *
      ******************************************************************
       3050-I-RECIBIR.

           MOVE LOW-VALUES TO SOLCLI1I

           EXEC CICS RECEIVE MAP(WS-NOMBRE-MAPA)
                     MAPSET(WS-NOMBRE-MAPSET)
                     INTO(SOLCLI1I)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE SPACES TO SOLCLI1I
           END-IF

           MOVE NROCLII TO WS-NROCLI-IN
           MOVE ACCIONI TO WS-ACCION-IN
           MOVE NOMAPEI TO WS-NOMAPE-IN
           MOVE FECNACI TO WS-FECNAC-IN
           MOVE SEXOI   TO WS-SEXO-IN

           INSPECT WS-NROCLI-IN REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-ACCION-IN REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-NOMAPE-IN REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-FECNAC-IN REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-SEXO-IN   REPLACING ALL LOW-VALUES BY SPACES

           MOVE SPACES TO SOLCLI1O
           MOVE WS-NROCLI-IN TO NROCLIO
           MOVE WS-ACCION-IN TO ACCIONO
           MOVE WS-NOMAPE-IN TO NOMAPEO
           MOVE WS-FECNAC-IN TO FECNACO
           MOVE WS-SEXO-IN   TO SEXOO
           .
       3050-F-RECIBIR. EXIT.

      ******************************************************************
      * 3100-I-REGISTRAR : ENTER - VALIDA LA SOLICITUD TIPEADA Y, SI ES *
      * CORRECTA, LA GRABA EN TBSOLCLI COMO PENDIENTE DE APROBACION     *
      ******************************************************************
       3100-I-REGISTRAR.

           PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR

           MOVE SPACES TO WS-MENSAJE
           SET WS-SOL-VALIDA TO TRUE

           PERFORM 3110-I-VALIDAR-CAMPOS THRU 3110-F-VALIDAR-CAMPOS

           IF WS-SOL-VALIDA
              PERFORM 3120-I-VALIDAR-CLIENTE
                 THRU 3120-F-VALIDAR-CLIENTE
           END-IF

           IF WS-SOL-VALIDA
              PERFORM 3130-I-VALIDAR-ABIERTAS
                 THRU 3130-F-VALIDAR-ABIERTAS
           END-IF

           IF WS-SOL-VALIDA
              PERFORM 3140-I-GRABAR-SOLICITUD
                 THRU 3140-F-GRABAR-SOLICITUD
           END-IF

           MOVE WS-MENSAJE TO MENSAJO
           PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
           .
       3100-F-REGISTRAR. EXIT.

      ******************************************************************
      * 3110-I-VALIDAR-CAMPOS : MISMAS REGLAS DE CAMPO QUE EDTCLI01     *
      * (Y QUE 2220-VALIDAR-EXCEPCION DE RPTCLI01) PARA QUE UNA         *
      * SOLICITUD APROBADA NO TERMINE EN EL SUSPENSO DE LA NOCHE        *
      ******************************************************************
       3110-I-VALIDAR-CAMPOS.

           IF WS-NROCLI-IN NOT NUMERIC OR WS-NROCLI-NUM = ZEROS
              SET WS-SOL-INVALIDA TO TRUE
              MOVE 'NROCLI INVALIDO - INGRESE SOLO NUMEROS (9 DIGITOS)'
                TO WS-MENSAJE
              GO TO 3110-F-VALIDAR-CAMPOS
           END-IF

           IF NOT WS-ACC-ALTA AND NOT WS-ACC-MODIF AND NOT WS-ACC-BAJA
              SET WS-SOL-INVALIDA TO TRUE
              MOVE 'ACCION INVALIDA - USE I ALTA, U MODIF, D BAJA'
                TO WS-MENSAJE
              GO TO 3110-F-VALIDAR-CAMPOS
           END-IF

           IF WS-ACC-ALTA OR WS-ACC-MODIF
              IF WS-NOMAPE-IN = SPACES
                 SET WS-SOL-INVALIDA TO TRUE
                 MOVE 'NOMAPE EN BLANCO' TO WS-MENSAJE
                 GO TO 3110-F-VALIDAR-CAMPOS
              END-IF

              IF WS-SEXO-IN NOT = 'F' AND NOT = 'M' AND NOT = 'O'
                 SET WS-SOL-INVALIDA TO TRUE
                 MOVE 'SEXO INVALIDO - USE F, M U O' TO WS-MENSAJE
                 GO TO 3110-F-VALIDAR-CAMPOS
              END-IF

              IF WS-FECNAC-IN(1:4)  NOT NUMERIC
                 OR WS-FECNAC-IN(5:1)  NOT = '-'
                 OR WS-FECNAC-IN(6:2)  NOT NUMERIC
                 OR WS-FECNAC-IN(6:2)  < '01'
                 OR WS-FECNAC-IN(6:2)  > '12'
                 OR WS-FECNAC-IN(8:1)  NOT = '-'
                 OR WS-FECNAC-IN(9:2)  NOT NUMERIC
                 OR WS-FECNAC-IN(9:2)  < '01'
                 OR WS-FECNAC-IN(9:2)  > '31'
                 SET WS-SOL-INVALIDA TO TRUE
                 MOVE 'FECNAC INVALIDA - FORMATO AAAA-MM-DD'
                   TO WS-MENSAJE
                 GO TO 3110-F-VALIDAR-CAMPOS
              END-IF
           END-IF
           .
       3110-F-VALIDAR-CAMPOS. EXIT.

      ******************************************************************
      * 3120-I-VALIDAR-CLIENTE : UN ALTA NO PUEDE SER DE UN NROCLI QUE  *
      * YA ESTA EN TBCURCLI; UNA MODIFICACION O BAJA SI DEBE ESTAR. LA  *
      * BAJA GUARDA EN LA SOLICITUD LA IMAGEN ACTUAL DEL CLIENTE PARA   *
      * QUE EL SUPERVISOR VEA QUE SE RETIRA                             *
      ******************************************************************
       3120-I-VALIDAR-CLIENTE.

           MOVE WS-NROCLI-NUM TO WT-NROCLI

           EXEC SQL
             SELECT COUNT(*)
                  INTO :WS-CANT-FILAS-SQL
                  FROM KC02803.TBCURCLI
                  WHERE NROCLI = :WT-NROCLI
           END-EXEC

           IF SQLCODE NOT = ZERO
              SET WS-SOL-INVALIDA TO TRUE
              MOVE 'ERROR DE ACCESO A TBCURCLI' TO WS-MENSAJE
              GO TO 3120-F-VALIDAR-CLIENTE
           END-IF

           IF WS-ACC-ALTA AND WS-CANT-FILAS-SQL > ZERO
              SET WS-SOL-INVALIDA TO TRUE
              MOVE 'ALTA RECHAZADA - EL NROCLI YA EXISTE EN TBCURCLI'
                TO WS-MENSAJE
              GO TO 3120-F-VALIDAR-CLIENTE
           END-IF

           IF (WS-ACC-MODIF OR WS-ACC-BAJA)
              AND WS-CANT-FILAS-SQL = ZERO
              SET WS-SOL-INVALIDA TO TRUE
              MOVE 'MODIFICACION/BAJA RECHAZADA - NROCLI NO EXISTE'
                TO WS-MENSAJE
              GO TO 3120-F-VALIDAR-CLIENTE
           END-IF

           IF WS-ACC-BAJA
              EXEC SQL
                SELECT NOMAPE, FECNAC, SEXO
                     INTO :WT-NOMAPE, :WT-FECNAC, :WT-SEXO
                     FROM KC02803.TBCURCLI
                     WHERE NROCLI = :WT-NROCLI
                     ORDER BY NOMAPE, FECNAC, SEXO
                     FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE NOT = ZERO
                 SET WS-SOL-INVALIDA TO TRUE
                 MOVE 'ERROR DE ACCESO A TBCURCLI' TO WS-MENSAJE
                 GO TO 3120-F-VALIDAR-CLIENTE
              END-IF
              MOVE WT-NOMAPE TO WS-NOMAPE-IN
              MOVE WT-FECNAC TO WS-FECNAC-IN
              MOVE WT-SEXO   TO WS-SEXO-IN
              MOVE WS-NOMAPE-IN TO NOMAPEO
              MOVE WS-FECNAC-IN TO FECNACO
              MOVE WS-SEXO-IN   TO SEXOO
           END-IF
           .
       3120-F-VALIDAR-CLIENTE. EXIT.

      ******************************************************************
      * 3130-I-VALIDAR-ABIERTAS : NO SE ACEPTA UNA SEGUNDA SOLICITUD    *
      * PARA UN NROCLI QUE YA TIENE OTRA PENDIENTE O APROBADA SIN       *
      * EXPORTAR - EDTCLI01 SUSPENDERIA LAS DOS POR NROCLI REPETIDO     *
      ******************************************************************
       3130-I-VALIDAR-ABIERTAS.

           MOVE WS-NROCLI-NUM TO WT-SOL-NROCLI

           EXEC SQL
             SELECT COUNT(*)
                  INTO :WS-CANT-FILAS-SQL
                  FROM KC02803.TBSOLCLI
                  WHERE NROCLI = :WT-SOL-NROCLI
                    AND ESTADO IN ('P', 'A')
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = ZERO
                  SET WS-SOL-INVALIDA TO TRUE
                  MOVE 'ERROR DE ACCESO A TBSOLCLI' TO WS-MENSAJE
             WHEN WS-CANT-FILAS-SQL > ZERO
                  SET WS-SOL-INVALIDA TO TRUE
                  MOVE 'EL NROCLI YA TIENE UNA SOLICITUD SIN PROCESAR'
                    TO WS-MENSAJE
           END-EVALUATE
           .
       3130-F-VALIDAR-ABIERTAS. EXIT.

      ******************************************************************
      * 3140-I-GRABAR-SOLICITUD : NUMERA LA SOLICITUD CON EL SIGUIENTE  *
      * NROSOL LIBRE Y LA INSERTA PENDIENTE, CON EL USUARIO CICS Y LA   *
      * FECHA/HORA DE CARGA; LAS COLUMNAS DE AUTORIZACION Y EXPORTACION *
      * QUEDAN EN BLANCO. SI OTRA TERMINAL TOMO EL MISMO NROSOL EN EL   *
      * MEDIO (-803) SE VUELVE A NUMERAR                                *
      ******************************************************************
       3140-I-GRABAR-SOLICITUD.

           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-FECHA-CICS)
                     DATESEP('-')
                     TIME(WS-HORA-CICS)
                     TIMESEP(':')
           END-EXEC

           MOVE 'P'             TO WT-SOL-ESTADO
           MOVE WS-ACCION-IN    TO WT-SOL-ACCION
           MOVE WS-NROCLI-NUM   TO WT-SOL-NROCLI
           MOVE WS-NOMAPE-IN    TO WT-SOL-NOMAPE
           MOVE WS-FECNAC-IN    TO WT-SOL-FECNAC
           MOVE WS-SEXO-IN      TO WT-SOL-SEXO
           MOVE WS-USUARIO      TO WT-SOL-USRSOL
           MOVE WS-FECHA-CICS   TO WT-SOL-FECSOL
           MOVE WS-HORA-CICS    TO WT-SOL-HORSOL
           MOVE SPACES          TO WT-SOL-USRAUT
                                   WT-SOL-FECAUT
                                   WT-SOL-HORAUT
                                   WT-SOL-MOTRECH
                                   WT-SOL-FECEXP

           MOVE ZEROS TO WS-REINTENTOS
           SET WS-NUMERAR-OTRA-VEZ TO TRUE
           PERFORM UNTIL NOT WS-NUMERAR-OTRA-VEZ
                      OR WS-REINTENTOS >= 3
              ADD 1 TO WS-REINTENTOS
              MOVE 'N' TO WS-SW-NUMERAR
              EXEC SQL
                SELECT VALUE(MAX(NROSOL), 0) + 1
                     INTO :WT-SOL-NROSOL
                     FROM KC02803.TBSOLCLI
              END-EXEC
              IF SQLCODE = ZERO
                 EXEC SQL
                   INSERT INTO KC02803.TBSOLCLI
                          (NROSOL, ESTADO, ACCION, NROCLI, NOMAPE,
                           FECNAC, SEXO, USRSOL, FECSOL, HORSOL,
                           USRAUT, FECAUT, HORAUT, MOTRECH, FECEXP)
                   VALUES (:WT-SOL-NROSOL, :WT-SOL-ESTADO,
                           :WT-SOL-ACCION, :WT-SOL-NROCLI,
                           :WT-SOL-NOMAPE, :WT-SOL-FECNAC,
                           :WT-SOL-SEXO, :WT-SOL-USRSOL,
                           :WT-SOL-FECSOL, :WT-SOL-HORSOL,
                           :WT-SOL-USRAUT, :WT-SOL-FECAUT,
                           :WT-SOL-HORAUT, :WT-SOL-MOTRECH,
                           :WT-SOL-FECEXP)
                 END-EXEC
                 IF SQLCODE = -803
                    SET WS-NUMERAR-OTRA-VEZ TO TRUE
                 END-IF
              END-IF
           END-PERFORM

           IF SQLCODE = ZERO
              MOVE WT-SOL-NROSOL TO WS-NROSOL-EDIT
              MOVE WS-NROSOL-EDIT TO NROSOLO
              STRING 'SOLICITUD '         DELIMITED BY SIZE
                     WS-NROSOL-EDIT       DELIMITED BY SIZE
                     ' REGISTRADA - PENDIENTE DE APROBACION POR OTRO U'
                                          DELIMITED BY SIZE
                     'SUARIO'             DELIMITED BY SIZE
                INTO WS-MENSAJE
              END-STRING
           ELSE
              MOVE 'ERROR AL GRABAR LA SOLICITUD EN TBSOLCLI'
                TO WS-MENSAJE
           END-IF
           .
       3140-F-GRABAR-SOLICITUD. EXIT.

      ******************************************************************
      * 3200-I-TRAER-ACTUAL : PF4 - TRAE A PANTALLA LOS DATOS ACTUALES  *
      * DEL NROCLI TIPEADO PARA CARGAR UNA MODIFICACION SOBRE ELLOS     *
      ******************************************************************
       3200-I-TRAER-ACTUAL.

           PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR

           IF WS-NROCLI-IN NOT NUMERIC OR WS-NROCLI-NUM = ZEROS
              MOVE 'NROCLI INVALIDO - INGRESE SOLO NUMEROS (9 DIGITOS)'
                TO MENSAJO
           ELSE
              MOVE WS-NROCLI-NUM TO WT-NROCLI
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
                     MOVE WT-NOMAPE TO NOMAPEO
                     MOVE WT-FECNAC TO FECNACO
                     MOVE WT-SEXO   TO SEXOO
                     MOVE 'DATOS ACTUALES - CORRIJA, ACCION Y ENTER'
                       TO MENSAJO
                WHEN 100
                     MOVE 'CLIENTE NO ENCONTRADO EN TBCURCLI' TO MENSAJO
                WHEN OTHER
                     MOVE 'ERROR DE ACCESO A TBCURCLI' TO MENSAJO
              END-EVALUATE
           END-IF

           PERFORM 3900-I-MOSTRAR THRU 3900-F-MOSTRAR
           .
       3200-F-TRAER-ACTUAL. EXIT.

      ******************************************************************
      * 3900-I-MOSTRAR : REENVIA EL MAPA CON EL RESULTADO, SIN BORRAR   *
      * LA PANTALLA, Y DEJA LA CONVERSACION ABIERTA PARA OTRA SOLICITUD *
      ******************************************************************
       3900-I-MOSTRAR.

           EXEC CICS SEND MAP(WS-NOMBRE-MAPA)
                     MAPSET(WS-NOMBRE-MAPSET)
                     FROM(SOLCLI1O)
                     DATAONLY
           END-EXEC
           .
       3900-F-MOSTRAR. EXIT.

      ******************************************************************
      * 4000-I-FIN-CARGA : CLEAR - TERMINA LA CONVERSACION SIN          *
      * PROGRAMAR OTRO RETORNO DE LA TRANSACCION                        *
      ******************************************************************
       4000-I-FIN-CARGA.

           EXEC CICS SEND TEXT FROM(WS-MSG-FIN)
                     LENGTH(LENGTH OF WS-MSG-FIN)
                     ERASE
                     FREEKB
           END-EXEC

           EXEC CICS RETURN END-EXEC
           .
       4000-F-FIN-CARGA. EXIT.
