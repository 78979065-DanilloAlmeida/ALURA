      *    CADASTRO, QUE E PEQUENO.
          05 CLIENTES-TIPO-PESSOA PIC X(01).
          05 CLIENTES-CNPJ        PIC 9(14).
      *    REVISAO PERIODICA DE CREDITO (PROGRAMA CREDREV): DATA DA
      *    ULTIMA REVISAO APLICADA E BLOQUEIO POR ATRASO GRAVE ('S' =
      *    O PEDIDOS RECUSA VENDA NOVA ATE O FINANCEIRO LIBERAR;
      *    'N' OU BRANCO = LIVRE).
          05 CLIENTES-DT-REVISAO  PIC 9(08).
          05 CLIENTES-BLOQ-CREDITO PIC X(01).
      *    CLIENTE QUE PEDIU PARA NAO RECEBER CAMPANHAS ('S'); FICA
      *    FORA DE TODA SELECAO DO CAMPANHA. 'N' OU BRANCO = ACEITA.
          05 CLIENTES-SEM-MARKETING PIC X(01).
