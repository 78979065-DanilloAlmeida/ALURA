          05 WRK-REL-SEM-SALDO PIC ZZZZZZZZZ9.99-.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-SEM-MARCA PIC X(12).
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                    END-IF
                    IF WRK-DIA-PROJ <= 56
                       ADD CR-VALOR TO WRK-DIA-RECEBER(WRK-DIA-PROJ)
                       SUBTRACT CR-VALOR-PAGO
                          FROM WRK-DIA-RECEBER(WRK-DIA-PROJ)
                    END-IF
                 END-IF
              END-PERFORM
              WRITE REG-RELATORIO
           END-PERFORM.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'FLUXOCAIXA'      TO SPL-PROGRAMA.
           MOVE 'FLUXOCAIXA.REL'  TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       0510-IMPRIMIR-DIA SECTION.
      *----------------------------------------------------------------*
