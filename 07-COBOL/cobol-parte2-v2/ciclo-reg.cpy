      *----------------------------------------------------------------*
      * Registro de contagem ciclica por produto (CICLO.DAT). A CLASSE
      * ABC VEM DO ULTIMO ABCCLASSE.DAT GRAVADO PELO ABCCURVA (PRODUTO
      * SEM VENDA NO PERIODO FICA 'C') E DEFINE O INTERVALO ENTRE
      * CONTAGENS NO PLANEJADOR CICLICO: A MENSAL, B TRIMESTRAL, C
      * SEMESTRAL. A DATA DA ULTIMA CONTAGEM E OS CONTADORES SAO
      * ATUALIZADOS PELO INVENTARIO A CADA PRODUTO CONFERIDO, SEJA
      * NA CONTAGEM CICLICA OU NA GERAL.
      *----------------------------------------------------------------*
       01 CIC-REG.
          05 CIC-CHAVE.
             10 CIC-CODIGO          PIC 9(06).
          05 CIC-CLASSE             PIC X(01).
          05 CIC-ULT-CONTAGEM       PIC 9(08).
          05 CIC-QTD-CONTAGENS      PIC 9(05).
          05 CIC-QTD-ACERTOS        PIC 9(05).
