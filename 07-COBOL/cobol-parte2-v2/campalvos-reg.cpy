      *----------------------------------------------------------------*
      * Cliente atingido por uma campanha (CAMPALVOS.DAT): UM
      * REGISTRO POR CAMPANHA E TELEFONE, PARA O ACOMPANHAMENTO DO
      * RETORNO CONTAR QUEM COMPROU DEPOIS DO DISPARO.
      *----------------------------------------------------------------*
       01 ALVO-REG.
          05 ALVO-CHAVE.
             10 ALVO-CAMPANHA        PIC 9(06).
             10 ALVO-FONE            PIC 9(09).
          05 ALVO-ULTIMO-PEDIDO      PIC 9(08).
          05 ALVO-SEGMENTO           PIC X(10).
