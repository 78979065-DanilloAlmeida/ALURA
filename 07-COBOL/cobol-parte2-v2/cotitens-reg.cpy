      *----------------------------------------------------------------*
      * Registro de item de cotacao (COTITENS.DAT): UMA LINHA POR
      * PRODUTO E FORNECEDOR CONSULTADO, COM A RESPOSTA DELE -- PRECO
      * UNITARIO, PRAZO DE ENTREGA EM DIAS E CONDICAO DE PAGAMENTO
      * (CODIGO DO CONDPAG.DAT; 00 = TITULO UNICO EM 30 DIAS).
      * SITUACAO: 'P' PENDENTE DE RESPOSTA, 'R' RESPONDIDA, 'N'
      * FORNECEDOR NAO COTOU, 'O' VENCEDORA JA CONVERTIDA NA ORDEM
      * CTI-OC-NUMERO.
      *----------------------------------------------------------------*
       01 CTI-REG.
          05 CTI-CHAVE.
             10 CTI-NUMERO        PIC 9(09).
             10 CTI-CODIGO-PRODUTO PIC 9(06).
             10 CTI-FORNECEDOR    PIC 9(04).
          05 CTI-DESCRICAO        PIC X(30).
          05 CTI-QUANTIDADE       PIC 9(05)V99.
          05 CTI-PRECO            PIC 9(07)V99.
          05 CTI-PRAZO-ENTREGA    PIC 9(03).
          05 CTI-COND-PAGTO       PIC 9(02).
          05 CTI-SITUACAO         PIC X(01).
          05 CTI-OC-NUMERO        PIC 9(09).
