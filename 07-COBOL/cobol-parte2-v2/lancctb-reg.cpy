      *----------------------------------------------------------------*
      * Registro de lancamento contabil (CONTABAAAAMM.DAT), UM
      * SEGMENTO POR COMPETENCIA, REGRAVADO PELO CONTABIL A CADA
      * EXPORTACAO DO MES COM AS MESMAS PARTIDAS DO CONTABIL.CSV.
      * E A BASE DO REALIZADO POR CONTA NO ORCADO X REALIZADO.
      *----------------------------------------------------------------*
       01 LCT-REG.
          05 LCT-DATA             PIC 9(08).
          05 LCT-ORIGEM           PIC X(10).
          05 LCT-CTA-DEBITO       PIC X(08).
          05 LCT-CTA-CREDITO      PIC X(08).
          05 LCT-VALOR            PIC 9(09)V99.
          05 LCT-HISTORICO        PIC X(40).
