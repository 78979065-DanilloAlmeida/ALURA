      *----------------------------------------------------------------*
      * Registro de credito de devolucao a fornecedor (CREDFORN.DAT).
      * UM SALDO POR FORNECEDOR, ALIMENTADO PELO DEVOLFORN QUANDO A
      * MERCADORIA DEVOLVIDA NAO TEM MAIS TITULO EM ABERTO PARA
      * ABATER, E CONSUMIDO NA BAIXA DO CONTAS A PAGAR COM A FORMA
      * DE PAGAMENTO 5 (CREDITO), NO MESMO DESENHO DE CREDITOS.DAT.
      *----------------------------------------------------------------*
       01 CRF-REG.
          05 CRF-CHAVE.
             10 CRF-FORNECEDOR    PIC 9(04).
          05 CRF-SALDO            PIC 9(09)V99.
