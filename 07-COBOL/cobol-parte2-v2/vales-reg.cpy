      *----------------------------------------------------------------*
      * Registro de vales do mes (VALES.DAT, INDEXADO). UM REGISTRO
      * POR MATRICULA E COMPETENCIA, GRAVADO PELO VALES: DIAS UTEIS
      * DO CALENDARIO (FIM DE SEMANA E FERIADOS.DAT FORA), MENOS OS
      * DIAS UTEIS EM FERIAS E AS FALTAS DO PONTO, DAO OS DIAS DE
      * BENEFICIO. A COMPRA E O DESCONTO DE CADA VALE FICAM AQUI; A
      * FOLHA DA COMPETENCIA DESCONTA VAL-VT-DESCONTO E
      * VAL-VR-DESCONTO DO LIQUIDO E MARCA 'D' (DESCONTADO). SITUACAO
      * 'C' = CALCULADO, AINDA PODE SER RECALCULADO.
      *----------------------------------------------------------------*
       01 VAL-REG.
          05 VAL-CHAVE.
             10 VAL-MATRICULA      PIC 9(05).
             10 VAL-COMPETENCIA    PIC 9(06).
          05 VAL-NOME              PIC X(20).
          05 VAL-DIAS-UTEIS        PIC 9(02).
          05 VAL-DIAS-FERIAS       PIC 9(02).
          05 VAL-DIAS-FALTA        PIC 9(02).
          05 VAL-DIAS-BENEFICIO    PIC 9(02).
          05 VAL-VT-COMPRA         PIC 9(07)V99.
          05 VAL-VT-DESCONTO       PIC 9(07)V99.
          05 VAL-VR-COMPRA         PIC 9(07)V99.
          05 VAL-VR-DESCONTO       PIC 9(07)V99.
          05 VAL-SITUACAO          PIC X(01).
