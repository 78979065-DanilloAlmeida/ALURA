          05 FILLER           PIC X(24) VALUE
             '  CLIENTES NO SEGMENTO: '.
          05 WRK-REL-QTD-SEG  PIC ZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'RFM'             TO SPL-PROGRAMA.
           MOVE 'RFM.REL'         TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       0510-IMPRIMIR-SEGMENTO SECTION.
      *----------------------------------------------------------------*
