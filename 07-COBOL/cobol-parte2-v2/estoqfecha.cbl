          05 WRK-REL-TOT-ANT  PIC ZZZZZZZZZZZ9.99.
          05 FILLER           PIC X(09) VALUE '  ATUAL: '.
          05 WRK-REL-TOT-ATU  PIC ZZZZZZZZZZZ9.99.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ESTOQFECHA'       TO SPL-PROGRAMA.
           MOVE 'ESTOQFECHA.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'VARIACAO GRAVADA EM ESTOQFECHA.REL.'.
      *----------------------------------------------------------------*
