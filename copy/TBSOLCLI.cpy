      ******************************************************************
      * TBSOLCLI - DCLGEN DE VARIABLES HOST PARA KC02803.TBSOLCLI      *
      * SOLICITUDES DE MANTENIMIENTO ONLINE (SOLCLI01) PENDIENTES DE   *
      * APROBACION POR UN SEGUNDO USUARIO (APRCLI01). ESTADO:          *
      * 'P' PENDIENTE, 'A' APROBADA, 'R' RECHAZADA, 'E' EXPORTADA A    *
      * DDTRANS POR EXPCLI01. LAS COLUMNAS DE AUTORIZACION/EXPORTACION *
      * QUEDAN EN BLANCO MIENTRAS NO SE USAN (CLAVE NROSOL)            *
      ******************************************************************
           EXEC SQL DECLARE KC02803.TBSOLCLI TABLE
           ( NROSOL                        INTEGER      NOT NULL,
             ESTADO                        CHAR(01)     NOT NULL,
             ACCION                        CHAR(01)     NOT NULL,
             NROCLI                        INTEGER      NOT NULL,
             NOMAPE                        CHAR(40)     NOT NULL,
             FECNAC                        CHAR(10)     NOT NULL,
             SEXO                          CHAR(01)     NOT NULL,
             USRSOL                        CHAR(08)     NOT NULL,
             FECSOL                        CHAR(10)     NOT NULL,
             HORSOL                        CHAR(08)     NOT NULL,
             USRAUT                        CHAR(08)     NOT NULL,
             FECAUT                        CHAR(10)     NOT NULL,
             HORAUT                        CHAR(08)     NOT NULL,
             MOTRECH                       CHAR(40)     NOT NULL,
             FECEXP                        CHAR(10)     NOT NULL
           ) END-EXEC.

       01 WT-TBSOLCLI.
          05 WT-SOL-NROSOL   PIC S9(09)   COMP.
          05 WT-SOL-ESTADO   PIC X(01).
          05 WT-SOL-ACCION   PIC X(01).
          05 WT-SOL-NROCLI   PIC S9(09)   COMP.
          05 WT-SOL-NOMAPE   PIC X(40).
          05 WT-SOL-FECNAC   PIC X(10).
          05 WT-SOL-SEXO     PIC X(01).
          05 WT-SOL-USRSOL   PIC X(08).
          05 WT-SOL-FECSOL   PIC X(10).
          05 WT-SOL-HORSOL   PIC X(08).
          05 WT-SOL-USRAUT   PIC X(08).
          05 WT-SOL-FECAUT   PIC X(10).
          05 WT-SOL-HORAUT   PIC X(08).
          05 WT-SOL-MOTRECH  PIC X(40).
          05 WT-SOL-FECEXP   PIC X(10).
