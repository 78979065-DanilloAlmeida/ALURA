          05 COND-QTD-PARCELAS    PIC 9(02).
          05 COND-INTERVALO-DIAS  PIC 9(03).
          05 COND-ENTRADA         PIC X(01).
      *    'S' = COBRADO PELO MOTORISTA NA PORTA DO CLIENTE (DINHEIRO
      *    OU CARTAO); OS TITULOS DO PEDIDO SO BAIXAM NO ACERTO DO
      *    MOTORISTA DA ROTA (ENTREGAS) E NAO VAO PARA O BOLETO.
          05 COND-NA-ENTREGA      PIC X(01).
