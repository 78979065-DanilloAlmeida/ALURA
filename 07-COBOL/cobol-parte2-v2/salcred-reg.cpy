      *----------------------------------------------------------------*
      * Registro de credito de salario (SALCRED.DAT, INDEXADO). UM
      * REGISTRO POR COMPETENCIA E MATRICULA, GRAVADO PELO SALCREDITO
      * AO GERAR A REMESSA PARA O BANCO (SITUACAO 'R') E ATUALIZADO
      * PELO RETORNO: 'C' CREDITADO NA CONTA, 'D' DEVOLVIDO PELO
      * BANCO (CONTA ENCERRADA, DADOS ERRADOS...), COM A OCORRENCIA
      * DO BANCO. O DEVOLVIDO PRECISA SER PAGO POR OUTRO MEIO OU
      * REMETIDO DE NOVO DEPOIS DE CORRIGIDO O CADASTRO.
      *----------------------------------------------------------------*
       01 SCR-REG.
          05 SCR-CHAVE.
             10 SCR-COMPETENCIA    PIC 9(06).
             10 SCR-MATRICULA      PIC 9(05).
          05 SCR-NOME              PIC X(20).
          05 SCR-BANCO             PIC 9(03).
          05 SCR-AGENCIA           PIC 9(05).
          05 SCR-CONTA             PIC 9(12).
          05 SCR-CONTA-DV          PIC X(01).
          05 SCR-VALOR             PIC 9(09)V99.
          05 SCR-DT-REMESSA        PIC 9(08).
          05 SCR-DT-CREDITO        PIC 9(08).
          05 SCR-SITUACAO          PIC X(01).
          05 SCR-OCORRENCIA        PIC X(02).
