      *    COMO A DE FRETE), PARA A APURACAO MENSAL POR ESTADO.
          05 PEDIDOS-ICMS-PCT       PIC 9(02)V99.
          05 PEDIDOS-ICMS-VALOR     PIC 9(07)V99.
      *    VENDEDOR QUE FECHOU A VENDA (VER vendedores-reg.cpy),
      *    CONFERIDO NO CADASTRO NA INCLUSAO. E O CODIGO QUE A
      *    POSTAGEM GRAVA EM LOG-VENDEDOR, PARA A VENDA DE BALCAO E
      *    TELEFONE CONTAR NA COMISSAO E NA META. EM BRANCO = PEDIDO
      *    SEM VENDEDOR (POSTA COMO 'PEDIDOS', COMO ANTES).
          05 PEDIDOS-VENDEDOR       PIC X(10).
      *    NUMERO DO PEDIDO NA LOJA VIRTUAL PARA O PEDIDO QUE ENTROU
      *    PELA IMPORTACAO (PEDWEB.TRN), PARA CONFERIR COM A LOJA; EM
      *    BRANCO = PEDIDO DIGITADO NO BALCAO.
          05 PEDIDOS-REF-LOJA       PIC X(20).
