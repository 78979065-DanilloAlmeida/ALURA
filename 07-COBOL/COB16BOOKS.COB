          05 WRK-REL-RESULTADO  PIC ZZZZ9.

       77 WRK-DIVISAO         PIC Z9,999 VALUE ZEROS.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              END-PERFORM
           END-PERFORM.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'COB14PERFORM'    TO SPL-PROGRAMA.
           MOVE 'TABUADAS.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           0210-PROCESSAR-LOTE-FIM.
      *----------------------------------------------------------------*
