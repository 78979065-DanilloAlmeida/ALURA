      * RECEBIMENTO CONFERE CADA ENTRADA CONTRA A ORDEM E APONTA AS
      * DIVERGENCIAS ANTES DE POSTAR O ESTOQUE. SITUACAO: 'A'
      * ABERTA, 'R' RECEBIDA POR COMPLETO, 'C' CANCELADA.
      * ORDEM GERADA DE COTACAO (COTMAPA) TRAZ A CONDICAO DE
      * PAGAMENTO, A ENTREGA PREVISTA E O NUMERO DA COTACAO; NA
      * DIGITADA ESSES CAMPOS FICAM ZERADOS.
      *----------------------------------------------------------------*
       01 OC-REG.
          05 OC-CHAVE.
          05 OC-QTD-ITENS         PIC 9(03).
          05 OC-VALOR-TOTAL       PIC 9(09)V99.
          05 OC-SITUACAO          PIC X(01).
          05 OC-COND-PAGTO        PIC 9(02).
          05 OC-DT-PREVISTA       PIC 9(08).
          05 OC-COTACAO           PIC 9(09).
