       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(23) VALUE 'LINHAS NO RELATORIO..: '.
          05 WRK-REL-QTDE     PIC ZZZZZ9.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO EXCREG.
       COPY 'excreg-lnk.cpy'.
       01 WRK-EXC-CHAVE-LOTE.
          05 WRK-EXC-PRODUTO  PIC 9(06).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-EXC-LOTE     PIC X(10).
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       2000-LISTAR-VENCIMENTOS SECTION.
      *----------------------------------------------------------------*
      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'LOTES_AVISO_DIAS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-DIAS-AVISO
           END-IF.
           ACCEPT WRK-DIAS-ENV FROM ENVIRONMENT 'LOTES_AVISO_DIAS'.
           IF WRK-DIAS-ENV NOT = SPACES
              MOVE WRK-DIAS-ENV TO WRK-DIAS-AVISO
           MOVE WRK-QTD-LINHAS TO WRK-REL-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'LOTES'           TO SPL-PROGRAMA.
           MOVE 'LOTESVENC.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'LOTESVENC.REL GERADO. LINHAS: ' WRK-QTD-LINHAS.
      *----------------------------------------------------------------*
       2100-GRAVAR-VENCIMENTO SECTION.
           MOVE LOTE-SALDO    TO WRK-VENC-SALDO.
           IF LOTE-VALIDADE < WRK-DATA-ATUAL
              MOVE 'VENCIDO' TO WRK-VENC-SIT
              PERFORM 2110-REGISTRAR-EXCECAO
           ELSE
              MOVE 'A VENCER' TO WRK-VENC-SIT
           END-IF.
           WRITE REG-RELATORIO FROM WRK-VENC-DETALHE.
           ADD 1 TO WRK-QTD-LINHAS.
      *----------------------------------------------------------------*
       2110-REGISTRAR-EXCECAO SECTION.
      *----------------------------------------------------------------*
      *    LOTE VENCIDO COM SALDO VAI TAMBEM PARA A FILA DE EXCECOES,
      *    COMO CRITICO: O SALDO NAO PODE SER SEPARADO NEM VENDIDO.
           MOVE LOTE-CODIGO-PRODUTO TO WRK-EXC-PRODUTO.
           MOVE LOTE-NUMERO         TO WRK-EXC-LOTE.
           MOVE 'LOTES'             TO EXR-PROGRAMA.
           MOVE 'ESTOQUE'           TO EXR-AREA.
           MOVE 'C'                 TO EXR-SEVERIDADE.
           MOVE WRK-EXC-CHAVE-LOTE  TO EXR-CHAVE.
           MOVE SPACES              TO EXR-MENSAGEM.
           STRING 'LOTE VENCIDO EM ' DELIMITED BY SIZE
                  LOTE-VALIDADE      DELIMITED BY SIZE
                  ' COM SALDO '      DELIMITED BY SIZE
                  WRK-VENC-SALDO     DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  WRK-VENC-DESC      DELIMITED BY SIZE
              INTO EXR-MENSAGEM.
           CALL 'EXCREG' USING EXR-PARAMETROS.
      *----------------------------------------------------------------*
       3000-RASTREAR-LOTE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-QTD-LINHAS TO WRK-REL-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'LOTES'           TO SPL-PROGRAMA.
           MOVE 'LOTESRAST.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE PEDITENS.
           CLOSE PEDIDOS.
           CLOSE CLIENTES.
