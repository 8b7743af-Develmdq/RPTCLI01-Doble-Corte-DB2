      * 'S' SI LA CORRIDA INCLUYO A LOS CLIENTES RETIRADOS (TBBAJCLI)  *
          05 WS-EXTC-RETIRADOS
                             PIC X(01)    VALUE SPACE.
      * PARTICION DE UNA CORRIDA PARTIDA POR RANGO DE ANIOS (NRO. DE     *
      * PARTICION Y CANTIDAD TOTAL DE PARTICIONES); EN CERO PARA UNA     *
      * CORRIDA COMPLETA O PARA EL EXTRACTO YA FUSIONADO POR FUSCLI01    *
          05 WS-EXTC-PARTICION
                             PIC 9(02)    VALUE ZEROS.
          05 WS-EXTC-CANT-PART
                             PIC 9(02)    VALUE ZEROS.
          05 FILLER          PIC X(37)    VALUE SPACES.

      * COLA DEL EXTRACTO PLANO (DDEXTR): CANTIDAD DE REGISTROS DE       *
      * DETALLE GRABADOS - LOS CONSUMIDORES (RPTCLI02/RPTCLI03/CARCLI01) *
