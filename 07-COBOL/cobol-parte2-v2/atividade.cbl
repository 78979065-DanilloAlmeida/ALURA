          05 FILLER           PIC X(24) VALUE
             'EVENTOS NO PERIODO....: '.
          05 WRK-REL-QTDE     PIC ZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ATIVIDADE'       TO SPL-PROGRAMA.
           MOVE 'ATIVIDADE.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'EXTRATO GRAVADO EM ATIVIDADE.REL. EVENTOS: '
              WRK-QTD-EVENTOS.
      *----------------------------------------------------------------*
