              MOVE 'SUGESTAO' TO WRK-PASSO-NOME.
              PERFORM 0100-EXECUTAR-PASSO.

              MOVE 10 TO WRK-PASSO-NUM.
              MOVE 'VENDRESUMO' TO WRK-PASSO-NOME.
              PERFORM 0100-EXECUTAR-PASSO.

              MOVE 11 TO WRK-PASSO-NUM.
              MOVE 'ESTOQCONF' TO WRK-PASSO-NOME.
              PERFORM 0100-EXECUTAR-PASSO.

              MOVE 12 TO WRK-PASSO-NUM.
              MOVE 'APROVACAO' TO WRK-PASSO-NOME.
              PERFORM 0100-EXECUTAR-PASSO.

              PERFORM 0300-FINALIZAR.
              STOP RUN.
      *----------------------------------------------------------------*
      *          GERA A SUGESTAO DE COMPRA DOS PRODUTOS QUE FICARAM
      *          NO MINIMO OU ABAIXO, AGRUPADA POR FORNECEDOR.
                 CALL 'SUGESTAO'
              WHEN 10
      *          ATUALIZA O RESUMO DIARIO DE VENDAS POR PRODUTO (DIAS
      *          NOVOS, CANCELAMENTOS E DEVOLUCOES) LIDO PELOS
      *          RELATORIOS DE VENDA E PELO PAINEL.
                 SET ENVIRONMENT 'VENDRESUMO_MODO' TO 'NOTURNO'
                 CALL 'VENDRESUMO'
              WHEN 11
      *          CONCILIA CATALOGO, FILIAIS, RAZAO, LOTES E RESERVADO;
      *          DIVERGENCIA SO VAI PARA ESTOQCONF.REL (O AJUSTE E
      *          APROVADO DEPOIS, NO CONSOLE), SEM DERRUBAR O PASSO.
                 SET ENVIRONMENT 'ESTOQCONF_MODO' TO 'FECHAMENTO'
                 CALL 'ESTOQCONF'
              WHEN 12
      *          APONTA NA FILA DE EXCECOES OS PEDIDOS PARADOS NA
      *          APROVACAO ALEM DO PRAZO, SEM TELA NEM CONFERENCIA
      *          DE ADMINISTRADOR.
                 SET ENVIRONMENT 'APROVACAO_MODO' TO 'FECHAMENTO'
                 CALL 'APROVACAO'
           END-EVALUATE.

           0200-CHAMAR-PROGRAMA-FIM.
