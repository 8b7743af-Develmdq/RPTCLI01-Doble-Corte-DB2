      ******************************************************************
      * TBCTLCLI - DCLGEN DE VARIABLES HOST PARA KC02803.TBCTLCLI      *
      * REGISTRO DE CORRIDAS DE LA CADENA NOCTURNA DE CLIENTES: UNA    *
      * FILA POR CORRIDA DE CADA PROGRAMA (CLAVE PROGRAMA + FECINI +   *
      * HORINI; LA HORA LLEVA CENTESIMAS PARA DISTINGUIR LAS COPIAS    *
      * PARALELAS DE UNA CORRIDA PARTIDA). CADA PROGRAMA LA GRABA AL   *
      * ARRANCAR Y LA CIERRA AL TERMINAR, Y LA CONSULTA ANTES DE HACER *
      * NADA PARA VERIFICAR SUS PRERREQUISITOS.                        *
      * ESTADO: 'C' = EN CURSO (O CANCELADA SIN LLEGAR AL FINAL),      *
      *         'T' = TERMINADA BIEN, 'D' = TERMINADA CON DESCUADRE    *
      *         (RPTCLI04), 'F' = TERMINADA CON ERROR, 'B' = BLOQUEADA *
      *         POR UN PRERREQUISITO (NO HIZO NADA; VER MOTIVO).       *
      * IDENTIF: IDENTIDAD DE LA ENTRADA/SALIDA DE LA CORRIDA (POR     *
      * EJEMPLO FECHA DE CABECERA Y CANTIDAD DE COLA DEL DDEXTR).      *
      * FECFIN/HORFIN QUEDAN EN BLANCO MIENTRAS LA CORRIDA ESTA EN     *
      * CURSO                                                          *
      ******************************************************************
           EXEC SQL DECLARE KC02803.TBCTLCLI TABLE
           ( PROGRAMA                      CHAR(08)     NOT NULL,
             FECINI                        CHAR(10)     NOT NULL,
             HORINI                        CHAR(11)     NOT NULL,
             FECFIN                        CHAR(10)     NOT NULL,
             HORFIN                        CHAR(11)     NOT NULL,
             ESTADO                        CHAR(01)     NOT NULL,
             RETCODE                       INTEGER      NOT NULL,
             CANTLEI                       INTEGER      NOT NULL,
             CANTPRO                       INTEGER      NOT NULL,
             CANTERR                       INTEGER      NOT NULL,
             IDENTIF                       CHAR(40)     NOT NULL,
             MOTIVO                        CHAR(60)     NOT NULL
           ) END-EXEC.

       01 WT-TBCTLCLI.
          05 WT-CTL-PROGRAMA PIC X(08).
          05 WT-CTL-FECINI   PIC X(10).
          05 WT-CTL-HORINI   PIC X(11).
          05 WT-CTL-FECFIN   PIC X(10).
          05 WT-CTL-HORFIN   PIC X(11).
          05 WT-CTL-ESTADO   PIC X(01).
          05 WT-CTL-RETCODE  PIC S9(09)   COMP.
          05 WT-CTL-CANTLEI  PIC S9(09)   COMP.
          05 WT-CTL-CANTPRO  PIC S9(09)   COMP.
          05 WT-CTL-CANTERR  PIC S9(09)   COMP.
          05 WT-CTL-IDENTIF  PIC X(40).
          05 WT-CTL-MOTIVO   PIC X(60).
