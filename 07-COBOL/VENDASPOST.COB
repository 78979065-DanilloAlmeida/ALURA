           MOVE PEDIDOS-DATA   TO LOG-DATA.
           MOVE WRK-MES-PEDIDO TO LOG-MES.
           MOVE PEDIDOS-VALOR  TO LOG-VALOR.
      *    A VENDA ENTRA NO VENDEDOR DO PEDIDO, PARA CONTAR NA
      *    COMISSAO E NA META; PEDIDO SEM VENDEDOR FICA EM 'PEDIDOS'.
           IF PEDIDOS-VENDEDOR = SPACES
              MOVE 'PEDIDOS'        TO LOG-VENDEDOR
           ELSE
              MOVE PEDIDOS-VENDEDOR TO LOG-VENDEDOR
           END-IF.
           MOVE 'V'            TO LOG-TIPO.
           MOVE PEDIDOS-FILIAL TO LOG-FILIAL.
           WRITE LOG-REG.
