      *----------------------------------------------------------------*
      * Registro da tabela de CEP (CEP.DAT), carregada da base oficial
      * dos Correios pelo CEPLOAD. CIDADE E UF SAO GRAVADAS EM
      * MAIUSCULAS, NA GRAFIA DA BASE, E VALEM COMO A FORMA CORRETA
      * PARA O CADASTRO DE CLIENTES. LOGRADOURO EM BRANCO = CEP UNICO
      * DA LOCALIDADE (CIDADE PEQUENA, SEM CEP POR RUA).
      *----------------------------------------------------------------*
       01 CEP-REG.
          05 CEP-CHAVE.
             10 CEP-CODIGO        PIC 9(08).
          05 CEP-LOGRADOURO       PIC X(30).
          05 CEP-CIDADE           PIC X(20).
          05 CEP-UF               PIC X(02).
