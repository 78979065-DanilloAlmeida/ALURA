      *----------------------------------------------------------------*
      * Area de chamada do FIDPONTOS (pontos de fidelidade):
      *    CALL 'FIDPONTOS' USING FPT-PARAMETROS
      * OPERACAO: 'S' SALDO, 'A' ACUMULAR, 'E' ESTORNAR ACUMULO,
      * 'R' RESGATAR, 'D' DEVOLVER RESGATE, 'X' BAIXAR VENCIDOS.
      * TODA OPERACAO DEVOLVE O SALDO DISPONIVEL ATUALIZADO.
      *----------------------------------------------------------------*
       01 FPT-PARAMETROS.
          05 FPT-OPERACAO         PIC X(01).
          05 FPT-FONE             PIC 9(09).
          05 FPT-PEDIDO           PIC 9(09).
      *    'A': VALOR DO PEDIDO SEM FRETE; 'E': VALOR DEVOLVIDO (ZERO
      *    = ESTORNO TOTAL); 'R': VALOR DO DESCONTO CONCEDIDO.
          05 FPT-VALOR            PIC 9(07)V99.
      *    'E': VALOR DO PEDIDO, PARA O ESTORNO PROPORCIONAL.
          05 FPT-VALOR-PEDIDO     PIC 9(07)V99.
      *    ENTRADA NO 'R' (PONTOS A RESGATAR); NA SAIDA, OS PONTOS
      *    EFETIVAMENTE LANCADOS PELA OPERACAO.
          05 FPT-QTD              PIC 9(09).
          05 FPT-SALDO            PIC 9(09).
          05 FPT-A-VENCER         PIC 9(09).
          05 FPT-VALOR-SALDO      PIC 9(09)V99.
          05 FPT-PONTO-CTVS       PIC 9(04).
          05 FPT-ORIGEM           PIC X(10).
      *    'S' OPERACAO FEITA; 'N' RECUSADA (SALDO INSUFICIENTE,
      *    ACUMULO REPETIDO, ARQUIVO INDISPONIVEL).
          05 FPT-RETORNO          PIC X(01).
