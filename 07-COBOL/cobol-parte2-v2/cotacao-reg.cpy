      *----------------------------------------------------------------*
      * Registro do cabecalho de cotacao de compra (COTACAO.DAT). A
      * COTACAO E O PASSO ANTES DA ORDEM DE COMPRA: CADA PRODUTO DA
      * LISTA (DA SUGESTAO.REL OU DIGITADA) E PEDIDO A TODOS OS
      * FORNECEDORES ATIVOS DO VINCULO PRODFORN.DAT, UMA LINHA POR
      * PRODUTO X FORNECEDOR EM COTITENS.DAT (VER cotitens-reg.cpy).
      * ORIGEM: 'S' SUGESTAO, 'M' MANUAL. SITUACAO: 'A' ABERTA
      * (RECEBENDO RESPOSTAS), 'F' FECHADA (ORDENS GERADAS PELO
      * COTMAPA), 'C' CANCELADA.
      *----------------------------------------------------------------*
       01 COT-REG.
          05 COT-CHAVE.
             10 COT-NUMERO        PIC 9(09).
          05 COT-DATA             PIC 9(08).
          05 COT-ORIGEM           PIC X(01).
          05 COT-QTD-PRODUTOS     PIC 9(03).
          05 COT-SITUACAO         PIC X(01).
          05 COT-DT-FECHAMENTO    PIC 9(08).
