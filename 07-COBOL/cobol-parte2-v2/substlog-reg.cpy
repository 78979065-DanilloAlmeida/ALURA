      *----------------------------------------------------------------*
      * Registro de oferta de substituto (SUBSTITUTOS.LOG), gravado
      * pelo PEDIDOS a cada item em falta para o qual a lista de
      * substitutos foi mostrada. SUBSTITUTO ZERO = OPERADOR RECUSOU
      * A TROCA. LIDO PELO SUBSTREL.
      *----------------------------------------------------------------*
       01 SLOG-REG.
          05 SLOG-DATA            PIC 9(08).
          05 SLOG-HORA            PIC 9(06).
          05 SLOG-OPERADOR        PIC X(08).
          05 SLOG-FILIAL          PIC 9(02).
          05 SLOG-FONE            PIC 9(09).
          05 SLOG-PRODUTO         PIC 9(06).
          05 SLOG-QUANTIDADE      PIC 9(05)V99.
          05 SLOG-QTD-OFERTAS     PIC 9(02).
          05 SLOG-SUBSTITUTO      PIC 9(06).
