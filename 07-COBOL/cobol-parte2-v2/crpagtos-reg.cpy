      *----------------------------------------------------------------*
      * Registro do historico de recebimentos de um titulo do contas
      * a receber (CRPAGTOS.DAT). UM REGISTRO POR RECEBIMENTO, TOTAL
      * OU PARCIAL, NUMERADO EM SEQUENCIA DENTRO DO TITULO (A CHAVE
      * DO TITULO MAIS CR-QTD-PAGTOS NO MOMENTO DA BAIXA). FORMA NO
      * MESMO CODIGO DO CAIXA (VER caixa-reg.cpy).
      *----------------------------------------------------------------*
       01 PGT-REG.
          05 PGT-CHAVE.
             10 PGT-NUMERO-PEDIDO PIC 9(09).
             10 PGT-PARCELA       PIC 9(02).
             10 PGT-SEQUENCIA     PIC 9(03).
          05 PGT-DATA             PIC 9(08).
          05 PGT-VALOR            PIC 9(07)V99.
          05 PGT-FORMA            PIC 9(01).
          05 PGT-SALDO-APOS       PIC 9(07)V99.
