      *----------------------------------------------------------------*
      * Historico de contagens (CICLOHIST.DAT), UMA LINHA POR PRODUTO
      * CONFERIDO NO INVENTARIO, GRAVADO EM EXTEND NO MESMO ESTILO DA
      * RAZAO DE ESTOQUE. GUARDA O SALDO DE LIVRO ANTES DO AJUSTE E O
      * CONTADO, COM A CLASSE ABC E A LOCALIZACAO DA EPOCA, PARA A
      * ACURACIA POR CLASSE E POR LOCALIZACAO SER MEDIDA NO TEMPO.
      * ACERTO 'S' = CONTADO IGUAL AO LIVRO.
      *----------------------------------------------------------------*
       01 CHI-REG.
          05 CHI-DATA               PIC 9(08).
          05 CHI-CODIGO             PIC 9(06).
          05 CHI-CLASSE             PIC X(01).
          05 CHI-LOCALIZACAO        PIC X(06).
          05 CHI-FILIAL             PIC 9(02).
          05 CHI-LIVRO              PIC 9(05)V99.
          05 CHI-CONTADO            PIC 9(05)V99.
          05 CHI-ACERTO             PIC X(01).
