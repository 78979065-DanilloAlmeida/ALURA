      *----------------------------------------------------------------*
      * Registro de adiantamento quinzenal (ADIANT.DAT, INDEXADO). UM
      * REGISTRO POR MATRICULA E COMPETENCIA, GRAVADO PELO
      * ADIANTAMENTO QUANDO PAGA (SITUACAO 'P', COM A SAIDA NO CAIXA)
      * -- RODAR DE NOVO NO MES NAO PAGA DUAS VEZES. A FOLHA DO MES
      * DESCONTA O VALOR DO LIQUIDO E MARCA 'D' (DESCONTADO).
      *----------------------------------------------------------------*
       01 ADT-REG.
          05 ADT-CHAVE.
             10 ADT-MATRICULA      PIC 9(05).
             10 ADT-COMPETENCIA    PIC 9(06).
          05 ADT-NOME              PIC X(20).
          05 ADT-DEPTO             PIC X(10).
          05 ADT-DT-PAGAMENTO      PIC 9(08).
          05 ADT-PERCENTUAL        PIC 9(02)V99.
          05 ADT-SALARIO           PIC 9(09)V99.
          05 ADT-VALOR             PIC 9(08)V99.
          05 ADT-SITUACAO          PIC X(01).
