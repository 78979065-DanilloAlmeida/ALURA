          05 FILLER            PIC X(26) VALUE
             'LANCAMENTOS ENCONTRADOS: '.
          05 WRK-REL-QTDE      PIC ZZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              IF WRK-IMPRIME = 'S'
                 WRITE REG-RELATORIO FROM WRK-REL-TOTAL
                 CLOSE RELATORIO
      *          GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
                 MOVE 'ARQUIVOMORTO'    TO SPL-PROGRAMA
                 MOVE 'MORTO.REL'       TO SPL-RELATORIO
                 CALL 'SPOOLREG' USING SPL-PARAMETROS
                 DISPLAY 'EXTRATO GRAVADO EM MORTO.REL.'
              END-IF
           ELSE
