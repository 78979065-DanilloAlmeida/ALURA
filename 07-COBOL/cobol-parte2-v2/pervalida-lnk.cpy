      *----------------------------------------------------------------*
      * Area de chamada do PERVALIDA (trava de periodo fechado):
      *    CALL 'PERVALIDA' USING PEV-PARAMETROS
      * ENTRADA: O MODULO ('V' VENDAS, 'E' ESTOQUE, 'R' CONTAS A
      * RECEBER, 'P' CONTAS A PAGAR, 'F' FOLHA) E A DATA EM QUE O
      * LANCAMENTO VAI SER GRAVADO. NA SAIDA VEM A DATA DE HOJE,
      * PARA O PROGRAMA OFERECER O LANCAMENTO NA COMPETENCIA ATUAL
      * QUANDO A DO LANCAMENTO JA ESTIVER FECHADA.
      *----------------------------------------------------------------*
       01 PEV-PARAMETROS.
          05 PEV-MODULO           PIC X(01).
          05 PEV-DATA             PIC 9(08).
          05 PEV-DATA-ATUAL       PIC 9(08).
      *    'A' COMPETENCIA DO LANCAMENTO ABERTA; 'F' FECHADA, COM A
      *    COMPETENCIA ATUAL ABERTA (PODE LANCAR NA DATA DE HOJE);
      *    'X' FECHADA E A COMPETENCIA ATUAL TAMBEM FECHADA (NAO HA
      *    ONDE LANCAR).
          05 PEV-RETORNO          PIC X(01).
