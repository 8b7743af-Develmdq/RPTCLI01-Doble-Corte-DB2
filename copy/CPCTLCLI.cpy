      ******************************************************************
      * CPCTLCLI - CAMPOS DE TRABAJO DEL REGISTRO DE CORRIDAS DE LA    *
      * CADENA NOCTURNA (KC02803.TBCTLCLI), COMUNES A LOS PROGRAMAS    *
      * QUE REGISTRAN SU CORRIDA Y AL REPORTE DE ESTADO DE LA CADENA   *
      ******************************************************************

      * FECHA Y HORA DEL SISTEMA AL REGISTRAR EL INICIO / EL FIN *
       01 WS-CTL-FECHA-SIS.
          05 WS-CTL-SIS-AA   PIC 9(02).
          05 WS-CTL-SIS-MM   PIC 9(02).
          05 WS-CTL-SIS-DD   PIC 9(02).

       01 WS-CTL-HORA-SIS.
          05 WS-CTL-SIS-HH   PIC 9(02).
          05 WS-CTL-SIS-MI   PIC 9(02).
          05 WS-CTL-SIS-SS   PIC 9(02).
          05 WS-CTL-SIS-CC   PIC 9(02).

      * LAS MISMAS EN EL FORMATO DE LAS COLUMNAS DE TBCTLCLI *
       01 WS-CTL-FECHA-SQL.
          05 FILLER          PIC X(02)    VALUE '20'.
          05 WS-CTL-FSQ-AA   PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-CTL-FSQ-MM   PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '-'.
          05 WS-CTL-FSQ-DD   PIC 9(02).

       01 WS-CTL-HORA-SQL.
          05 WS-CTL-HSQ-HH   PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '.'.
          05 WS-CTL-HSQ-MI   PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '.'.
          05 WS-CTL-HSQ-SS   PIC 9(02).
          05 FILLER          PIC X(01)    VALUE '.'.
          05 WS-CTL-HSQ-CC   PIC 9(02).

      * RESULTADO DEL REGISTRO DE INICIO: 'S' = FILA EN CURSO GRABADA,  *
      * A CERRAR AL FINAL; 'B' = UN PRERREQUISITO NO SE CUMPLE Y LA     *
      * CORRIDA NO HACE NADA                                            *
       01 WS-CTL-SW-CORRIDA  PIC X(01)    VALUE 'N'.
          88 WS-CTL-REGISTRADA            VALUE 'S'.
          88 WS-CTL-BLOQUEADA             VALUE 'B'.

      * CLAVE DE LA FILA DE ESTA CORRIDA, PARA CERRARLA AL FINAL *
       01 WS-CTL-CLAVE.
          05 WS-CTL-FECINI   PIC X(10)    VALUE SPACES.
          05 WS-CTL-HORINI   PIC X(11)    VALUE SPACES.

      * IDENTIDAD DE LA ENTRADA/SALIDA DE LA CORRIDA Y MOTIVO DEL       *
      * BLOQUEO (U OBSERVACION) QUE QUEDAN EN LA FILA                   *
       01 WS-CTL-IDENTIF     PIC X(40)    VALUE SPACES.
       01 WS-CTL-MOTIVO      PIC X(60)    VALUE SPACES.

      * CORRIDA ANTERIOR LEIDA POR UNA VERIFICACION DE PRERREQUISITO *
       01 WS-CTL-ANTERIOR.
          05 WS-CTL-ANT-FECINI
                             PIC X(10)    VALUE SPACES.
          05 WS-CTL-ANT-HORINI
                             PIC X(11)    VALUE SPACES.
          05 WS-CTL-ANT-ESTADO
                             PIC X(01)    VALUE SPACE.
             88 WS-CTL-ANT-EN-CURSO       VALUE 'C'.
             88 WS-CTL-ANT-TERMINADA      VALUE 'T'.
             88 WS-CTL-ANT-DESCUADRE      VALUE 'D'.
             88 WS-CTL-ANT-FALLIDA        VALUE 'F'.
          05 WS-CTL-ANT-CANTERR
                             PIC S9(09)   COMP   VALUE ZEROS.

      * EDICION DE CANTIDADES Y SQLCODE PARA LOS MENSAJES *
       01 WS-CTL-CANT-TXT    PIC Z(8)9    VALUE ZEROS.
       01 WS-CTL-SQLCODE-TXT PIC -(9)9    VALUE ZEROS.
