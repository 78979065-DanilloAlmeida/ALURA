          05 FILLER           PIC X(02) VALUE ' %'.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-MARCA    PIC X(10).
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'METASREL'        TO SPL-PROGRAMA.
           MOVE 'METAS.REL'       TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE METAS.
           DISPLAY 'RELATORIO GRAVADO EM METAS.REL'.

