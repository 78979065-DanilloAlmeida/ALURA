      *----------------------------------------------------------------*
      * Registro de beneficios do funcionario (BENEFICIOS.DAT,
      * INDEXADO). UM REGISTRO POR MATRICULA, MANTIDO PELO
      * BENEFICIOS: OPCAO PELO VALE-TRANSPORTE COM O CUSTO DIARIO DAS
      * CONDUCOES (IDA E VOLTA) E OPCAO PELO VALE-REFEICAO COM O
      * VALOR POR DIA E O PERCENTUAL DESCONTADO DO FUNCIONARIO. O
      * VALES CALCULA A COMPRA DO MES A PARTIR DESTE CADASTRO.
      *----------------------------------------------------------------*
       01 BEN-REG.
          05 BEN-CHAVE.
             10 BEN-MATRICULA      PIC 9(05).
          05 BEN-VT-OPTANTE        PIC X(01).
          05 BEN-VT-CUSTO-DIA      PIC 9(05)V99.
          05 BEN-VR-OPTANTE        PIC X(01).
          05 BEN-VR-VALOR-DIA      PIC 9(05)V99.
          05 BEN-VR-PCT-DESC       PIC 9(02)V99.
