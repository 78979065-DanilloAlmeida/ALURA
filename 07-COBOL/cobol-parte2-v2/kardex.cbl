          05 WRK-REL-SLD-FIM  PIC ZZZZZZ9.99-.
          05 FILLER           PIC X(16) VALUE '  LANCAMENTOS: '.
          05 WRK-REL-QTDE     PIC ZZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           MOVE WRK-QTD-LINHAS     TO WRK-REL-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-FECHO.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'KARDEX'          TO SPL-PROGRAMA.
           MOVE 'KARDEX.REL'      TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       3100-IMPRIMIR-LANCAMENTO SECTION.
      *----------------------------------------------------------------*
