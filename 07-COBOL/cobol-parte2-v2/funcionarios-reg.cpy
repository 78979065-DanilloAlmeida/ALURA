      *    OS DESLIGADOS.
          05 FUNC-SITUACAO        PIC X(01).
          05 FUNC-DT-DESLIGAMENTO PIC 9(08).
      *    DOMICILIO BANCARIO DO CREDITO DE SALARIO (PROGRAMA
      *    SALCREDITO): CODIGO DO BANCO, AGENCIA, CONTA E DIGITO.
      *    ZERADO = SEM DADOS BANCARIOS, FUNCIONARIO FICA FORA DA
      *    REMESSA E E LISTADO PARA O RH.
          05 FUNC-BANCO           PIC 9(03).
          05 FUNC-AGENCIA         PIC 9(05).
          05 FUNC-CONTA           PIC 9(12).
          05 FUNC-CONTA-DV        PIC X(01).
      *    CPF DO FUNCIONARIO, BENEFICIARIO NO INFORME DE RENDIMENTOS
      *    (PROGRAMA INFORME). VALIDADO PELO CPFVALIDA NO CADASTRO.
          05 FUNC-CPF             PIC 9(11).
      *    'N' = NAO QUER O ADIANTAMENTO QUINZENAL (PROGRAMA
      *    ADIANTAMENTO); QUALQUER OUTRO VALOR RECEBE.
          05 FUNC-ADIANTAMENTO    PIC X(01).
