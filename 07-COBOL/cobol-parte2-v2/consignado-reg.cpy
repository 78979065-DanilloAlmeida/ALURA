      *----------------------------------------------------------------*
      * Registro de emprestimo consignado (CONSIGNADO.DAT, INDEXADO).
      * CHAVE = MATRICULA + CONTRATO DO BANCO, ENTAO OS CONTRATOS DE
      * UMA MATRICULA SAO LIDOS COM START + READ NEXT. OS DADOS DO
      * CONTRATO SAO DIGITADOS NO CONSIGNADO; O CONTROLE DAS PARCELAS
      * E MANTIDO PELA FOLHA (DESCONTO MENSAL) E PELO RESCISAO
      * (SALDO DEVEDOR NO DESLIGAMENTO):
      *   CSG-PARCELAS-VENCIDAS  PARCELAS JA COBRADAS EM FOLHA;
      *   CSG-SALDO-PENDENTE     PARTE NAO DESCONTADA (MARGEM DE 35%
      *                          ESTOURADA), LEVADA PARA O MES SEGUINTE;
      *   CSG-ULT-COMPETENCIA/CSG-ULT-DESCONTO  O QUE FOI DESCONTADO
      *                          NA ULTIMA COMPETENCIA (REPASSE AO
      *                          BANCO); OS CAMPOS CSG-ANT-* GUARDAM A
      *                          POSICAO ANTERIOR PARA A FOLHA
      *                          REPROCESSADA NO MES NAO COBRAR DUAS
      *                          VEZES.
      * CSG-SITUACAO: 'A' ATIVO, 'Q' QUITADO, 'R' LIQUIDADO NA
      * RESCISAO (O QUE NAO COUBE FICA EM CSG-SALDO-PENDENTE PARA O
      * BANCO COBRAR DIRETO).
      *----------------------------------------------------------------*
       01 CSG-REG.
          05 CSG-CHAVE.
             10 CSG-MATRICULA        PIC 9(05).
             10 CSG-CONTRATO         PIC X(15).
          05 CSG-BANCO               PIC 9(03).
          05 CSG-VALOR-TOTAL         PIC 9(09)V99.
          05 CSG-QTD-PARCELAS        PIC 9(03).
          05 CSG-VALOR-PARCELA       PIC 9(07)V99.
          05 CSG-PRIMEIRA-COMP       PIC 9(06).
          05 CSG-DT-INCLUSAO         PIC 9(08).
          05 CSG-PARCELAS-VENCIDAS   PIC 9(03).
          05 CSG-SALDO-PENDENTE      PIC 9(09)V99.
          05 CSG-TOTAL-DESCONTADO    PIC 9(09)V99.
          05 CSG-ULT-COMPETENCIA     PIC 9(06).
          05 CSG-ULT-DESCONTO        PIC 9(09)V99.
          05 CSG-ANT-VENCIDAS        PIC 9(03).
          05 CSG-ANT-PENDENTE        PIC 9(09)V99.
          05 CSG-SITUACAO            PIC X(01).
