          05 FILLER           PIC X(25) VALUE
             'TOTAL A PAGAR.........: '.
          05 WRK-FAT-VLR-TOTAL PIC ZZZZZZZZ9.99.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           WRITE REG-RELATORIO FROM WRK-FAT-ICMS.

           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'FATURA'       TO SPL-PROGRAMA.
           MOVE 'FATURA.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'FATURA ' PEDIDOS-NUMERO-FATURA
              ' GRAVADA EM FATURA.REL'.
      *----------------------------------------------------------------*
