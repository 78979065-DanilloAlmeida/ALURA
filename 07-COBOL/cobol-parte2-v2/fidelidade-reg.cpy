      *----------------------------------------------------------------*
      * Registro da razao de pontos de fidelidade (FIDELIDADE.DAT).
      * UM LANCAMENTO POR MOVIMENTO, CHAVE FONE DO CLIENTE + DATA +
      * HORA + SEQUENCIA; O SALDO E A SOMA DOS PONTOS (COM SINAL)
      * DO CLIENTE. SO O FIDPONTOS GRAVA AQUI. TIPO:
      *   'A' ACUMULO NO FATURAMENTO (VALIDADE = VENCIMENTO DO LOTE)
      *   'E' ESTORNO DE ACUMULO (CANCELAMENTO OU DEVOLUCAO; LEVA A
      *       VALIDADE DO ACUMULO ESTORNADO)
      *   'R' RESGATE COMO DESCONTO NO PEDIDO
      *   'D' RESGATE DEVOLVIDO (PEDIDO CANCELADO OU REJEITADO)
      *   'X' EXPIRACAO DOS PONTOS VENCIDOS (MAIS ANTIGOS PRIMEIRO)
      *----------------------------------------------------------------*
       01 FID-REG.
          05 FID-CHAVE.
             10 FID-FONE          PIC 9(09).
             10 FID-DATA          PIC 9(08).
             10 FID-HORA          PIC 9(08).
             10 FID-SEQ           PIC 9(03).
          05 FID-TIPO             PIC X(01).
          05 FID-PEDIDO           PIC 9(09).
          05 FID-PONTOS           PIC S9(09).
      *    VALOR QUE GEROU O ACUMULO/ESTORNO OU O DESCONTO DO RESGATE.
          05 FID-VALOR-BASE       PIC 9(07)V99.
          05 FID-VALIDADE         PIC 9(08).
          05 FID-ORIGEM           PIC X(10).
