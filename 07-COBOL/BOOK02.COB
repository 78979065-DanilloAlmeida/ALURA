       77  WRK-VALOR-META       PIC  9(09)V99  VALUE ZEROS.
       77  WRK-VALOR-SIMULADO   PIC  9(09)V99  VALUE ZEROS.
       77  WRK-TAXAMES-SIMULADA PIC  9(03)V999 VALUE ZEROS.
       77  WRK-APORTE-SIMULADO  PIC  S9(09)V99 VALUE ZEROS.
       77  WRK-TENTATIVAS       PIC  9(04)     VALUE ZEROS.
       77  WRK-ACHOU-META       PIC  X(01)     VALUE 'N'.

      *    IR REGRESSIVO DA RENDA FIXA SOBRE O GANHO, PELO PRAZO DE
      *    PERMANENCIA DE CADA APLICACAO. O SIMULADOR CONTA EM MESES:
      *    ATE 6 MESES (180 DIAS) 22,5%, ATE 12 (360 DIAS) 20%, ATE
      *    24 (720 DIAS) 17,5% E ACIMA DISSO 15%.
       01  WRK-TABELA-IR-REGR.
           05 FILLER            PIC 9(03)      VALUE 6.
           05 FILLER            PIC 9(02)V9    VALUE 22,5.
           05 FILLER            PIC 9(03)      VALUE 12.
           05 FILLER            PIC 9(02)V9    VALUE 20,0.
           05 FILLER            PIC 9(03)      VALUE 24.
           05 FILLER            PIC 9(02)V9    VALUE 17,5.
           05 FILLER            PIC 9(03)      VALUE 999.
           05 FILLER            PIC 9(02)V9    VALUE 15,0.
       01  WRK-TABELA-IR-REGR-R REDEFINES WRK-TABELA-IR-REGR.
           05 WRK-IRR OCCURS 4 TIMES.
              10 WRK-IRR-MESES  PIC 9(03).
              10 WRK-IRR-ALIQ   PIC 9(02)V9.
       77  WRK-IDX-IRR          PIC  9(01)     VALUE ZEROS.

      *    CADA APORTE E UMA APLICACAO COM PRAZO PROPRIO PARA O IR:
      *    O LOTE 1 E O VALOR INICIAL (MES 0) E CADA APORTE ABRE UM
      *    LOTE NO MES EM QUE ENTRA.
       77  WRK-QTD-LOTES        PIC  9(03)     VALUE ZEROS.
       77  WRK-IDX-LOTE         PIC  9(03)     VALUE ZEROS.
       77  WRK-LOTE-MESES       PIC  9(03)     VALUE ZEROS.
       77  WRK-LOTE-GANHO       PIC  S9(09)V99 VALUE ZEROS.
       01  WRK-TABELA-LOTES.
           05 WRK-LOTE OCCURS 361 TIMES.
              10 WRK-LOTE-MES-INI   PIC 9(03).
              10 WRK-LOTE-PRINCIPAL PIC 9(09)V99.
              10 WRK-LOTE-VALOR     PIC 9(09)V99.

      *    RESULTADO DO MODO 1: BRUTO, IMPOSTO, LIQUIDO E LIQUIDO
      *    REAL (DEFLACIONADO PELO IPCA ACUMULADO NO PRAZO).
       77  WRK-INVESTIDO        PIC  9(11)V99  VALUE ZEROS.
       77  WRK-IMPOSTO          PIC  9(09)V99  VALUE ZEROS.
       77  WRK-LIQUIDO          PIC  9(09)V99  VALUE ZEROS.
       77  WRK-LIQ-REAL         PIC  9(09)V99  VALUE ZEROS.
       77  WRK-RENT-REAL        PIC  S9(05)V99 VALUE ZEROS.

      *    IPCA MENSAL (IPCA.DAT, MANTIDO PELO TABFAIXAS). MES DO
      *    PRAZO AINDA SEM INDICE USA A MEDIA DOS ULTIMOS 12 DO
      *    ARQUIVO.
       77  WRK-QTD-IPCA         PIC  9(03)     VALUE ZEROS.
       77  WRK-IDX-IPCA         PIC  9(03)     VALUE ZEROS.
       77  WRK-IPCA-ACHOU       PIC  X(01)     VALUE 'N'.
       77  WRK-IPCA-MES         PIC  S9(02)V9(04) VALUE ZEROS.
       77  WRK-IPCA-PROJ        PIC  S9(02)V9(04) VALUE ZEROS.
       77  WRK-IPCA-SOMA        PIC  S9(05)V9(04) VALUE ZEROS.
       77  WRK-IPCA-QTD-MEDIA   PIC  9(02)     VALUE ZEROS.
       77  WRK-QTD-IPCA-PROJ    PIC  9(03)     VALUE ZEROS.
       77  WRK-FATOR-IPCA       PIC  9(05)V9(08) VALUE ZEROS.
       01  WRK-COMP-CALC.
           05 WRK-COMP-ANO      PIC  9(04).
           05 WRK-COMP-MES      PIC  9(02).
       01  WRK-COMP-CALC-R REDEFINES WRK-COMP-CALC PIC 9(06).
       77  WRK-COMP-INICIAL     PIC  9(06)     VALUE ZEROS.
       01  WRK-TABELA-IPCA.
           05 WRK-IPC OCCURS 600 TIMES.
              10 WRK-IPC-COMP   PIC 9(06).
              10 WRK-IPC-PCT    PIC S9(02)V9(04).
