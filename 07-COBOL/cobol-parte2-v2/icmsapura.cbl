          05 WRK-REL-TOT-VENDAS PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-TOT-ICMS PIC ZZZZZZZZZZ9.99.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           MOVE WRK-TOT-ICMS   TO WRK-REL-TOT-ICMS.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ICMSAPURA'       TO SPL-PROGRAMA.
           MOVE 'ICMS.REL'        TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       0400-FINALIZAR SECTION.
      *-----------------------
