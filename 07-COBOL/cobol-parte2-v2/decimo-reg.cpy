      *----------------------------------------------------------------*
      * Registro de pagamento do 13o salario (DECIMO.DAT, INDEXADO).
      * UM REGISTRO POR ANO E MATRICULA, GRAVADO PELO DECIMO: A
      * PRIMEIRA PARCELA (ATE NOVEMBRO, SEM DESCONTOS) E A SEGUNDA
      * (DEZEMBRO, COM INSS E IRRF SOBRE O 13o INTEGRAL, MENOS A
      * PRIMEIRA). PARCELA JA PAGA NAO E PAGA DE NOVO SE A RODADA FOR
      * REPETIDA. SITUACAO: '1' PRIMEIRA PAGA, '2' 13o QUITADO.
      *----------------------------------------------------------------*
       01 D13-REG.
          05 D13-CHAVE.
             10 D13-ANO            PIC 9(04).
             10 D13-MATRICULA      PIC 9(05).
          05 D13-AVOS              PIC 9(02).
          05 D13-DT-PARCELA1       PIC 9(08).
          05 D13-VALOR-PARCELA1    PIC 9(08)V99.
          05 D13-FGTS-PARCELA1     PIC 9(08)V99.
          05 D13-DT-PARCELA2       PIC 9(08).
          05 D13-VALOR-INTEGRAL    PIC 9(09)V99.
          05 D13-INSS              PIC 9(08)V99.
          05 D13-IRRF              PIC 9(08)V99.
          05 D13-LIQUIDO-PARCELA2  PIC 9(09)V99.
          05 D13-SITUACAO          PIC X(01).
