      *----------------------------------------------------------------*
      * Registro de chamado do SAC (SAC.DAT). A CHAVE E O NUMERO
      * SEQUENCIAL DO CHAMADO; O FONE DO CLIENTE E CHAVE ALTERNADA
      * COM DUPLICIDADE PARA O EXTRATOCLI CONTAR OS CHAMADOS DE CADA
      * CLIENTE. PEDIDO E PRODUTO SAO OPCIONAIS (ZERO = NAO INFORMADO).
      * TIPO: 'A' ATRASO NA ENTREGA, 'E' ITEM ERRADO, 'D' PRODUTO COM
      * DEFEITO, 'F' ERRO DE FATURAMENTO/COBRANCA, 'O' OUTROS.
      * SITUACAO: 'A' ABERTO, 'E' EM ANDAMENTO, 'R' RESOLVIDO. A DATA
      * DE RESOLUCAO SO E PREENCHIDA NA PASSAGEM PARA 'R'.
      *----------------------------------------------------------------*
       01 SAC-REG.
          05 SAC-CHAVE.
             10 SAC-NUMERO        PIC 9(07).
          05 SAC-FONE             PIC 9(09).
          05 SAC-PEDIDO           PIC 9(09).
          05 SAC-PRODUTO          PIC 9(06).
          05 SAC-TIPO             PIC X(01).
          05 SAC-DESCRICAO        PIC X(50).
          05 SAC-SITUACAO         PIC X(01).
          05 SAC-OPERADOR         PIC X(08).
          05 SAC-DT-ABERTURA      PIC 9(08).
          05 SAC-DT-SITUACAO      PIC 9(08).
          05 SAC-DT-RESOLUCAO     PIC 9(08).
