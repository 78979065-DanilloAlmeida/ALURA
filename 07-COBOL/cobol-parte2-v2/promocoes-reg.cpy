      *----------------------------------------------------------------*
      * Registro de promocao (PROMOCOES.DAT). A PROMOCAO VALE PARA UM
      * PRODUTO ('P') OU PARA UMA CATEGORIA INTEIRA ('C', PELO
      * PRODUTOS-CATEGORIA) ENTRE AS DATAS DE INICIO E FIM, NA
      * FILIAL INDICADA (00 = TODAS). TIPO 'P' DA UM PERCENTUAL
      * SOBRE O PRECO VIGENTE; TIPO 'F' FIXA O PRECO UNITARIO. ATE
      * TRES FAIXAS DE QUANTIDADE: VALE A FAIXA DE MAIOR QUANTIDADE
      * MINIMA ATINGIDA PELA LINHA (MINIMO ZERO = QUALQUER
      * QUANTIDADE). "LEVE 3 PAGUE 2" E MINIMO 3 COM 33,33%. O
      * PEDIDOS E O ORCAMENTO APLICAM A MELHOR PROMOCAO ELEGIVEL,
      * NUNCA POR CIMA DE PRECO DE CONTRATO.
      *----------------------------------------------------------------*
       01 PROM-REG.
          05 PROM-CHAVE.
             10 PROM-CODIGO          PIC 9(06).
          05 PROM-DESCRICAO          PIC X(30).
          05 PROM-ALVO               PIC X(01).
          05 PROM-PRODUTO            PIC 9(06).
          05 PROM-CATEGORIA          PIC 9(03).
          05 PROM-DT-INICIO          PIC 9(08).
          05 PROM-DT-FIM             PIC 9(08).
          05 PROM-FILIAL             PIC 9(02).
          05 PROM-TIPO               PIC X(01).
          05 PROM-FAIXAS.
             10 PROM-QTD-MIN-1       PIC 9(05)V99.
             10 PROM-PCT-1           PIC 9(02)V99.
             10 PROM-PRECO-1         PIC 9(07)V99.
             10 PROM-QTD-MIN-2       PIC 9(05)V99.
             10 PROM-PCT-2           PIC 9(02)V99.
             10 PROM-PRECO-2         PIC 9(07)V99.
             10 PROM-QTD-MIN-3       PIC 9(05)V99.
             10 PROM-PCT-3           PIC 9(02)V99.
             10 PROM-PRECO-3         PIC 9(07)V99.
          05 FILLER REDEFINES PROM-FAIXAS.
             10 PROM-FAIXA OCCURS 3 TIMES.
                15 PROM-FX-QTD-MIN   PIC 9(05)V99.
                15 PROM-FX-PCT       PIC 9(02)V99.
                15 PROM-FX-PRECO     PIC 9(07)V99.
