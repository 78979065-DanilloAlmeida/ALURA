      *----------------------------------------------------------------*
      * Registro de pagamento fora da folha mensal (PAGEXTRA.DAT).
      * UMA LINHA POR PAGAMENTO QUE NAO PASSA PELO FOLHAPAG.DAT --
      * RESCISAO (ORIGEM 'R') E 13o SALARIO (ORIGEM 'T') -- COM OS
      * VALORES JA SEPARADOS PELA NATUREZA FISCAL: TRIBUTAVEL NA
      * TABELA MENSAL, 13o (TRIBUTACAO EXCLUSIVA) E ISENTO (FERIAS
      * INDENIZADAS). O INFORME DE RENDIMENTOS SOMA ESTAS LINHAS AO
      * FOLHAPAG DO ANO. ABERTO EM EXTEND POR QUEM PAGA, COMO A
      * RAZAO DE CAIXA.
      *----------------------------------------------------------------*
       01 PGX-REG.
          05 PGX-DATA               PIC 9(08).
          05 PGX-MATRICULA          PIC 9(05).
          05 PGX-NOME               PIC X(20).
          05 PGX-ORIGEM             PIC X(01).
          05 PGX-TRIBUTAVEL         PIC 9(09)V99.
          05 PGX-INSS               PIC 9(08)V99.
          05 PGX-IRRF               PIC 9(08)V99.
          05 PGX-13-BRUTO           PIC 9(09)V99.
          05 PGX-13-INSS            PIC 9(08)V99.
          05 PGX-13-IRRF            PIC 9(08)V99.
          05 PGX-ISENTO             PIC 9(09)V99.
