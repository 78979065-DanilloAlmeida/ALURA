          05 WRK-REL-QTDE     PIC ZZZZZ9.
          05 FILLER           PIC X(21) VALUE '  TOTAL DO PERIODO: '.
          05 WRK-REL-TOT-VALOR PIC ZZZ.ZZZ.ZZ9,99-.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MOVE WRK-TOTAL-PERIODO   TO WRK-REL-TOT-VALOR.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'EXTRATOVENDAS'   TO SPL-PROGRAMA.
           MOVE 'EXTRATOVENDAS.REL' TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'EXTRATO GRAVADO EM EXTRATOVENDAS.REL. '
              'LANCAMENTOS: ' WRK-QTD-LANCAMENTOS.

