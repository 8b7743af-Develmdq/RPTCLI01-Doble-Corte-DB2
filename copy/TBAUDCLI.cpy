      ******************************************************************
      * TBAUDCLI - DCLGEN DE VARIABLES HOST PARA KC02803.TBAUDCLI      *
      * AUDITORIA PERMANENTE DEL MANTENIMIENTO DE CLIENTES: UNA FILA   *
      * POR ENTRADA DE CADA DIARIO DDJRNL DE MNTCLI01 CARGADO POR      *
      * AUDCLI01 (CLAVE JRNID + JRNSEQ). JRNID IDENTIFICA EL DIARIO    *
      * (FECHA + HORA DE SU PRIMERA ENTRADA). TIPO 'N' = TRANSACCION   *
      * APLICADA, 'R' = REVERSION GRABADA POR UN BACKOUT, QUE APUNTA A *
      * LA ENTRADA ORIGINAL POR ORIJRN + ORISEQ (BLANCOS/CERO SI LA    *
      * ORIGINAL NO ESTA CARGADA); LA ORIGINAL QUEDA CON REVERT = 'S'  *
      ******************************************************************
           EXEC SQL DECLARE KC02803.TBAUDCLI TABLE
           ( JRNID                         CHAR(18)     NOT NULL,
             JRNSEQ                        INTEGER      NOT NULL,
             TIPO                          CHAR(01)     NOT NULL,
             ACCION                        CHAR(01)     NOT NULL,
             NROCLI                        INTEGER      NOT NULL,
             ANTNOM                        CHAR(40)     NOT NULL,
             ANTFEC                        CHAR(10)     NOT NULL,
             ANTSEX                        CHAR(01)     NOT NULL,
             NVONOM                        CHAR(40)     NOT NULL,
             NVOFEC                        CHAR(10)     NOT NULL,
             NVOSEX                        CHAR(01)     NOT NULL,
             FECHA                         CHAR(10)     NOT NULL,
             HORA                          CHAR(08)     NOT NULL,
             FILAS                         INTEGER      NOT NULL,
             REVERT                        CHAR(01)     NOT NULL,
             ORIJRN                        CHAR(18)     NOT NULL,
             ORISEQ                        INTEGER      NOT NULL,
             FECCAR                        CHAR(10)     NOT NULL
           ) END-EXEC.

       01 WT-TBAUDCLI.
          05 WT-AUD-JRNID    PIC X(18).
          05 WT-AUD-JRNSEQ   PIC S9(09)   COMP.
          05 WT-AUD-TIPO     PIC X(01).
          05 WT-AUD-ACCION   PIC X(01).
          05 WT-AUD-NROCLI   PIC S9(09)   COMP.
          05 WT-AUD-ANTNOM   PIC X(40).
          05 WT-AUD-ANTFEC   PIC X(10).
          05 WT-AUD-ANTSEX   PIC X(01).
          05 WT-AUD-NVONOM   PIC X(40).
          05 WT-AUD-NVOFEC   PIC X(10).
          05 WT-AUD-NVOSEX   PIC X(01).
          05 WT-AUD-FECHA    PIC X(10).
          05 WT-AUD-HORA     PIC X(08).
          05 WT-AUD-FILAS    PIC S9(09)   COMP.
          05 WT-AUD-REVERT   PIC X(01).
          05 WT-AUD-ORIJRN   PIC X(18).
          05 WT-AUD-ORISEQ   PIC S9(09)   COMP.
          05 WT-AUD-FECCAR   PIC X(10).
