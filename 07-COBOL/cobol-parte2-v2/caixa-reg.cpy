      * 'E' = ENTRADA (BAIXA DE CONTAS A RECEBER), 'S' = SAIDA
      * (PAGAMENTO DE CONTAS A PAGAR). FORMA DE PAGAMENTO:
      * 1 DINHEIRO, 2 PIX, 3 CARTAO, 4 CHEQUE, 5 CREDITO DE
      * DEVOLUCAO, 6 BOLETO BANCARIO, 7 TARIFA/ENCARGO BANCARIO
      * (LANCADO PELA CONCILIACAO), 8 PAGAMENTO BANCARIO A
      * FORNECEDOR (RETORNO DO LOTE DE PAGAMENTOS), 9 PAGAMENTO DE
      * SALARIO A FUNCIONARIO (ADIANTAMENTO QUINZENAL). O ARQUIVO E
      * ABERTO EM EXTEND POR QUEM MOVIMENTA DINHEIRO, NO MESMO ESTILO
      * DA RAZAO DE ESTOQUE, E O LIVROCAIXA FECHA O DIA A PARTIR DELE.
      *----------------------------------------------------------------*
       01 CXA-REG.
          05 CXA-DATA               PIC 9(08).
