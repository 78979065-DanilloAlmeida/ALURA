      *----------------------------------------------------------------*
      * Registro de dependente de funcionario (DEPENDENTES.DAT,
      * INDEXADO). CHAVE = MATRICULA + SEQUENCIA, ENTAO OS
      * DEPENDENTES DE UMA MATRICULA FICAM JUNTOS E SAO LIDOS COM
      * START + READ NEXT. DPD-PARENTESCO: 'F' FILHO/ENTEADO,
      * 'C' CONJUGE/COMPANHEIRO, 'P' PAI/MAE, 'O' OUTRO.
      * DPD-DEDUZ-IR = 'S' ENTRA NA DEDUCAO POR DEPENDENTE DA BASE
      * DO IRRF NA FOLHA.
      *----------------------------------------------------------------*
       01 DPD-REG.
          05 DPD-CHAVE.
             10 DPD-MATRICULA      PIC 9(05).
             10 DPD-SEQUENCIA      PIC 9(02).
          05 DPD-NOME              PIC X(30).
          05 DPD-DT-NASCIMENTO.
             10 DPD-ANO-NASC       PIC 9(04).
             10 DPD-MES-NASC       PIC 9(02).
             10 DPD-DIA-NASC       PIC 9(02).
          05 DPD-PARENTESCO        PIC X(01).
          05 DPD-DEDUZ-IR          PIC X(01).
