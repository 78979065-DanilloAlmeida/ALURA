       01 WRK-REL-RESUMO.
          05 FILLER           PIC X(22) VALUE 'MESES DIVERGENTES...: '.
          05 WRK-REL-QTD-DIV  PIC Z9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    AREA DE CHAMADA DO EXCREG.
       COPY 'excreg-lnk.cpy'.
       01 WRK-EXC-CHAVE-MES.
          05 FILLER           PIC X(04) VALUE 'ANO '.
          05 WRK-EXC-ANO      PIC 9(04).
          05 FILLER           PIC X(05) VALUE ' MES '.
          05 WRK-EXC-MES      PIC 9(02).
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
                 ADD 1 TO WRK-QTD-DIVERGENTES
                 DISPLAY 'VENDASCONF: MES ' WRK-IDX-MES
                    ' DIVERGE EM ' WRK-DIFERENCA
                 PERFORM 0310-REGISTRAR-EXCECAO
              END-IF
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
           END-PERFORM.
           MOVE WRK-QTD-DIVERGENTES TO WRK-REL-QTD-DIV.
           WRITE REG-RELATORIO FROM WRK-REL-RESUMO.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'VENDASCONF'       TO SPL-PROGRAMA.
           MOVE 'VENDASCONF.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           IF WRK-QTD-DIVERGENTES = ZEROS
              DISPLAY 'VENDASCONF: ACUMULADO E RAZAO CONFEREM.'

           0300-COMPARAR-FIM.
      *----------------------------------------------------------------*
           0310-REGISTRAR-EXCECAO.
      *    MES DIVERGENTE VAI TAMBEM PARA A FILA DE EXCECOES, COMO
      *    CRITICO: O ACUMULADO ALIMENTA OS RELATORIOS DE VENDAS.
           MOVE WRK-ANO-ACM       TO WRK-EXC-ANO.
           MOVE WRK-IDX-MES       TO WRK-EXC-MES.
           MOVE 'VENDASCONF'      TO EXR-PROGRAMA.
           MOVE 'VENDAS'          TO EXR-AREA.
           MOVE 'C'               TO EXR-SEVERIDADE.
           MOVE WRK-EXC-CHAVE-MES TO EXR-CHAVE.
           MOVE SPACES            TO EXR-MENSAGEM.
           STRING 'ACUMULADO X RAZAO DE VENDAS DIVERGE EM '
                 DELIMITED BY SIZE
              WRK-REL-DIF DELIMITED BY SIZE
              INTO EXR-MENSAGEM.
           CALL 'EXCREG' USING EXR-PARAMETROS.
           0310-REGISTRAR-EXCECAO-FIM.
      *----------------------------------------------------------------*
