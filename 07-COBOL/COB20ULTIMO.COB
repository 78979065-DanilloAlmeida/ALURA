          05 FILLER           PIC X(10) VALUE SPACES.
          05 FILLER           PIC X(08) VALUE 'VALOR: '.
          05 WRK-REL-FIL-VALOR PIC ZZZ.ZZZ.ZZ9,99-.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.



           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           PERFORM 0320-VENDAS-POR-FILIAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'COB20ULTIMO'   TO SPL-PROGRAMA.
           MOVE 'VENDAS.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           0310-RELATORIO-DISCO-FIM.
      *----------------------------------------------------------------*
