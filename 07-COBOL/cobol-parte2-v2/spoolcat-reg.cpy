      *----------------------------------------------------------------*
      * Registro do catalogo de relatorios emitidos (SPOOLCAT.DAT).
      * UMA LINHA POR GERACAO GUARDADA PELO SPOOLREG: QUEM EMITIU,
      * QUANDO, O OPERADOR, O TAMANHO EM PAGINAS DE 66 LINHAS, O
      * NOME FIXO DO RELATORIO (O TIPO, CHAVE DA RETENCAO EM
      * SPOOLRET.DAT) E O ARQUIVO DA GERACAO. STATUS 'OK' OU
      * 'EXPIRADO' (ARQUIVO JA APAGADO PELA RETENCAO), COMO NO
      * CATALOGO DE BACKUPS.
      *----------------------------------------------------------------*
       01 SPC-REG.
          05 SPC-DATA             PIC 9(08).
          05 FILLER               PIC X(01).
          05 SPC-HORA             PIC 9(06).
          05 FILLER               PIC X(01).
          05 SPC-PROGRAMA         PIC X(12).
          05 FILLER               PIC X(01).
          05 SPC-OPERADOR         PIC X(08).
          05 FILLER               PIC X(01).
          05 SPC-PAGINAS          PIC 9(05).
          05 FILLER               PIC X(01).
          05 SPC-LINHAS           PIC 9(07).
          05 FILLER               PIC X(01).
          05 SPC-RELATORIO        PIC X(20).
          05 FILLER               PIC X(01).
          05 SPC-ARQUIVO          PIC X(40).
          05 FILLER               PIC X(01).
          05 SPC-STATUS           PIC X(08).
