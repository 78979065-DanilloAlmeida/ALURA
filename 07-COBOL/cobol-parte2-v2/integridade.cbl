          05 FILLER           PIC X(26) VALUE
             'DISCREPANCIAS ENCONTRADAS: '.
          05 WRK-REL-QTDE     PIC ZZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    AREA DE CHAMADA DO EXCREG. CADA APONTAMENTO PREENCHE A
      *    AREA, A SEVERIDADE E A CHAVE ANTES DO 0900-APONTAR.
       COPY 'excreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                       ' SITUACAO: ' DELIMITED BY SIZE
                       CLIENTES-SITUACAO DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                    MOVE 'CADASTRO' TO EXR-AREA
                    MOVE 'A'        TO EXR-SEVERIDADE
                    MOVE SPACES     TO EXR-CHAVE
                    STRING 'SIT ' DELIMITED BY SIZE
                       CLIENTES-FONE DELIMITED BY SIZE
                       INTO EXR-CHAVE
                    PERFORM 0900-APONTAR
                 END-IF
                 PERFORM 0210-VERIFICAR-EMAIL
                       ' E ' DELIMITED BY SIZE
                       CLIENTES-FONE DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                    MOVE 'CADASTRO' TO EXR-AREA
                    MOVE 'A'        TO EXR-SEVERIDADE
                    MOVE SPACES     TO EXR-CHAVE
                    STRING 'EMAIL ' DELIMITED BY SIZE
                       CLIENTES-FONE DELIMITED BY SIZE
                       INTO EXR-CHAVE
                    PERFORM 0900-APONTAR
                 END-IF
              END-PERFORM
                 ELSE
                    MOVE 'TABELA DE EMAILS CHEIA: CONFERENCIA PARCIAL'
                       TO WRK-REL-LINHA
                    MOVE 'CADASTRO'      TO EXR-AREA
                    MOVE 'I'             TO EXR-SEVERIDADE
                    MOVE 'TABELA EMAILS' TO EXR-CHAVE
                    PERFORM 0900-APONTAR
                 END-IF
              END-IF
                 ' FONE: ' DELIMITED BY SIZE
                 PEDIDOS-FONE-CLIENTE DELIMITED BY SIZE
                 INTO WRK-REL-LINHA
              MOVE 'VENDAS' TO EXR-AREA
              MOVE 'C'      TO EXR-SEVERIDADE
              MOVE SPACES   TO EXR-CHAVE
              STRING 'ORFAO ' DELIMITED BY SIZE
                 PEDIDOS-NUMERO DELIMITED BY SIZE
                 INTO EXR-CHAVE
              PERFORM 0900-APONTAR
           END-IF.

                    ' LINHA: ' DELIMITED BY SIZE
                    WRK-IDX-ITEM DELIMITED BY SIZE
                    INTO WRK-REL-LINHA
                 MOVE 'VENDAS' TO EXR-AREA
                 MOVE 'C'      TO EXR-SEVERIDADE
                 MOVE SPACES   TO EXR-CHAVE
                 STRING 'LIN ' DELIMITED BY SIZE
                    PEDIDOS-NUMERO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WRK-IDX-ITEM DELIMITED BY SIZE
                    INTO EXR-CHAVE
                 PERFORM 0900-APONTAR
              ELSE
                 MOVE ITENS-CODIGO-PRODUTO TO PRODUTOS-CODIGO
                       ' PRODUTO: ' DELIMITED BY SIZE
                       ITENS-CODIGO-PRODUTO DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                    MOVE 'VENDAS' TO EXR-AREA
                    MOVE 'A'      TO EXR-SEVERIDADE
                    MOVE SPACES   TO EXR-CHAVE
                    STRING 'PRD ' DELIMITED BY SIZE
                       PEDIDOS-NUMERO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-IDX-ITEM DELIMITED BY SIZE
                       INTO EXR-CHAVE
                    PERFORM 0900-APONTAR
                 END-IF
              END-IF
           WRITE REG-RELATORIO FROM WRK-REL-LINHA.
           DISPLAY 'INTEGRIDADE: ' WRK-REL-LINHA.
           ADD 1 TO WRK-QTD-DISCREPANCIAS.
      *    A QUEBRA VAI TAMBEM PARA A FILA DE EXCECOES.
           MOVE 'INTEGRIDADE'       TO EXR-PROGRAMA.
           MOVE WRK-REL-LINHA(1:80) TO EXR-MENSAGEM.
           CALL 'EXCREG' USING EXR-PARAMETROS.
      *----------------------------------------------------------------*
       0400-FINALIZAR SECTION.
      *-----------------------
           MOVE WRK-QTD-DISCREPANCIAS TO WRK-REL-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'INTEGRIDADE'       TO SPL-PROGRAMA.
           MOVE 'INTEGRIDADE.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
