       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(22) VALUE 'PRODUTOS REAJUSTADOS: '.
          05 WRK-REL-QTDE     PIC ZZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           MOVE WRK-QTD-REAJUSTADOS TO WRK-REL-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'REAJUSTE'        TO SPL-PROGRAMA.
           MOVE 'REAJUSTE.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE PRODUTOS.
           IF WRK-EFETIVAR = 'S'
              CLOSE PRECOHIST
