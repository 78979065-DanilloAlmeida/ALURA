      *----------------------------------------------------------------*
      * Registro de deposito mensal do FGTS (FGTS.DAT, INDEXADO). UM
      * REGISTRO POR MATRICULA E COMPETENCIA, GRAVADO PELA FOLHA
      * (REPROCESSAR A COMPETENCIA REGRAVA O MESMO REGISTRO). A SOMA
      * DOS DEPOSITOS DA MATRICULA E O SALDO DA CONTA VINCULADA QUE
      * O RESCISAO USA NA MULTA DO DESLIGAMENTO.
      *----------------------------------------------------------------*
       01 FGTS-REG.
          05 FGTS-CHAVE.
             10 FGTS-MATRICULA     PIC 9(05).
             10 FGTS-COMPETENCIA   PIC 9(06).
          05 FGTS-DEPTO            PIC X(10).
          05 FGTS-BASE             PIC 9(09)V99.
          05 FGTS-DEPOSITO         PIC 9(08)V99.
