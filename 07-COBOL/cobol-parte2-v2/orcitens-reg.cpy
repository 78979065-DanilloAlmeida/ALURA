          05 ORCI-QUANTIDADE      PIC 9(05)V99.
          05 ORCI-VALOR-UNITARIO  PIC 9(07)V99.
          05 ORCI-VALOR           PIC 9(07)V99.
      *    PROMOCAO VIGENTE NA DATA DO ORCAMENTO, CONGELADA COMO O
      *    PRECO E LEVADA PARA O PEDIDO NA CONVERSAO.
          05 ORCI-PROMOCAO        PIC 9(06).
          05 ORCI-DESC-PROMOCAO   PIC 9(07)V99.
