      ******************************************************************
      * TBAUDJRN - DCLGEN DE VARIABLES HOST PARA KC02803.TBAUDJRN      *
      * CONTROL DE DIARIOS DDJRNL YA CARGADOS A TBAUDCLI POR AUDCLI01: *
      * UNA FILA POR DIARIO (CLAVE JRNID), CON LA ULTIMA SECUENCIA     *
      * CARGADA, PARA QUE UN MISMO DIARIO NUNCA SE CARGUE DOS VECES.   *
      * TIPO 'A' = DIARIO DE APLICACION, 'B' = DIARIO DE BACKOUT.      *
      * CANTREG = ENTRADAS DEL DIARIO PRESENTES EN TBAUDCLI; CANTLEI = *
      * REGISTROS FISICOS DEL DDJRNL YA CONSUMIDOS, QUE UNA RECARGA    *
      * SALTEA ANTES DE BUSCAR NADA NUEVO                              *
      ******************************************************************
           EXEC SQL DECLARE KC02803.TBAUDJRN TABLE
           ( JRNID                         CHAR(18)     NOT NULL,
             TIPO                          CHAR(01)     NOT NULL,
             FECCAR                        CHAR(10)     NOT NULL,
             HORCAR                        CHAR(08)     NOT NULL,
             ULTSEQ                        INTEGER      NOT NULL,
             CANTREG                       INTEGER      NOT NULL,
             CANTLEI                       INTEGER      NOT NULL
           ) END-EXEC.

       01 WT-TBAUDJRN.
          05 WT-AJR-JRNID    PIC X(18).
          05 WT-AJR-TIPO     PIC X(01).
          05 WT-AJR-FECCAR   PIC X(10).
          05 WT-AJR-HORCAR   PIC X(08).
          05 WT-AJR-ULTSEQ   PIC S9(09)   COMP.
          05 WT-AJR-CANTREG  PIC S9(09)   COMP.
          05 WT-AJR-CANTLEI  PIC S9(09)   COMP.
