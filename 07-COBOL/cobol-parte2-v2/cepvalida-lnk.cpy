      *----------------------------------------------------------------*
      * Area de chamada do CEPVALIDA (conferencia do endereco pelo CEP):
      *    CALL 'CEPVALIDA' USING CEV-PARAMETROS
      * ENTRADA: O CEP E O ENDERECO COMO DIGITADO (CAMPOS EM BRANCO
      * SAO PREENCHIDOS PELA TABELA). NA SAIDA, COM O CEP ACHADO,
      * CIDADE E UF VOLTAM NA GRAFIA DA TABELA E O LOGRADOURO EM
      * BRANCO VEM DA TABELA (QUANDO ELA TEM A RUA).
      *----------------------------------------------------------------*
       01 CEV-PARAMETROS.
          05 CEV-CEP              PIC 9(08).
          05 CEV-LOGRADOURO       PIC X(30).
          05 CEV-CIDADE           PIC X(20).
          05 CEV-UF               PIC X(02).
      *    CIDADE E UF DO CEP NA TABELA, PARA A MENSAGEM DE RECUSA.
          05 CEV-CIDADE-CEP       PIC X(20).
          05 CEV-UF-CEP           PIC X(02).
      *    'S' ENDERECO CONFERE (E FOI COMPLETADO); 'N' CEP FORA DA
      *    TABELA; 'D' CIDADE OU UF DIGITADA NAO E A DO CEP; 'X'
      *    TABELA INDISPONIVEL (ENDERECO SEGUE COMO DIGITADO).
          05 CEV-RETORNO          PIC X(01).
