      *----------------------------------------------------------------*
      * Registro de controle do resumo diario de vendas
      * (VENDRESUMO.CTL). ULTIMA-DATA E O ULTIMO DIA JA RESUMIDO: UM
      * PERIODO QUE TERMINA ATE ELA PODE SER LIDO DE VENDRESUMO.DAT
      * EM VEZ DE PEDIDOS/PEDITENS (O RESUMO SEMPRE COMECA NUMA
      * RECONSTRUCAO COMPLETA, ENTAO NAO HA BURACO PARA TRAS).
      * RECONSTRUIDO-EM E A DATA DA ULTIMA RECONSTRUCAO, SO PARA
      * CONFERENCIA.
      *----------------------------------------------------------------*
       01 RCT-REG.
          05 RCT-ULTIMA-DATA      PIC 9(08).
          05 RCT-RECONSTRUIDO-EM  PIC 9(08).
