              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT VENDRESUMO ASSIGN TO WRK-VENDRESUMO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS VENDRESUMO-STATUS
              RECORD KEY RES-CHAVE.

           SELECT VENDRESUMOCTL ASSIGN TO 'VENDRESUMO.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VENDRESUMOCTL-STATUS.

           SELECT RELATORIO ASSIGN TO 'RELCATEG.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD VENDRESUMO.
       COPY 'vendresumo-reg.cpy'.
      *-------------
       FD VENDRESUMOCTL.
       COPY 'vendresumoctl-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'vendresumo-cfg.cpy'.
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 VENDRESUMO-STATUS    PIC   9(02).
       77 VENDRESUMOCTL-STATUS PIC   9(02).
      *    'S' QUANDO O PERIODO TODO JA ESTA EM VENDRESUMO.DAT.
       77 WRK-USA-RESUMO       PIC   X(01) VALUE 'N'.
       77 WRK-DATA-INICIO      PIC   9(08).
       77 WRK-DATA-FIM         PIC   9(08).
       77 WRK-IDX-ITEM         PIC   9(03) VALUE 0.
      *    ULTIMA CATEGORIA LEGITIMA.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
       77 WRK-TOTAL-GERAL      PIC   9(11)V99 VALUE 0.
      *    LINHA VENDIDA A ACUMULAR, VINDA DO ITEM OU DO RESUMO.
       77 WRK-LIN-CATEGORIA    PIC   9(03).
       77 WRK-LIN-QTDE         PIC   9(07)V99.
       77 WRK-LIN-VALOR        PIC   9(09)V99.

      *    TOTAIS POR CATEGORIA, ACUMULADOS NO MESMO ESTILO DA TABELA
      *    DE DEPARTAMENTOS DO PROGCOB13.
       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(24) VALUE 'TOTAL GERAL DO PERIODO: '.
          05 WRK-REL-TOT-VALOR PIC ZZZZZZZZZZ9.99.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           IF WRK-USA-RESUMO = 'S'
              PERFORM 0230-ACUMULAR-RESUMO
           ELSE
              PERFORM 0200-ACUMULAR-PEDIDOS
           END-IF.
           PERFORM 0300-IMPRIMIR.
           PERFORM 0400-FINALIZAR.
           GOBACK.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'INFORME A DATA FINAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           PERFORM 0150-VERIFICAR-RESUMO.
      *----------------------------------------------------------------*
       0150-VERIFICAR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *    O RESUMO SO SERVE SE A DATA FINAL JA FOI RESUMIDA; SENAO
      *    (OU SEM O RESUMO) A VARREDURA DOS ITENS CONTINUA VALENDO.
           ACCEPT WRK-VENDRESUMO-PATH FROM ENVIRONMENT
              'VENDRESUMO_DAT'.
           IF WRK-VENDRESUMO-PATH = SPACES
              MOVE WRK-VENDRESUMO-PATH-PADRAO TO WRK-VENDRESUMO-PATH
           END-IF.
           MOVE 'N' TO WRK-USA-RESUMO.
           OPEN INPUT VENDRESUMOCTL.
           IF VENDRESUMOCTL-STATUS = 00
              READ VENDRESUMOCTL
                 AT END
                    CONTINUE
              END-READ
              IF VENDRESUMOCTL-STATUS = 00
                    AND WRK-DATA-FIM <= RCT-ULTIMA-DATA
                 OPEN INPUT VENDRESUMO
                 IF VENDRESUMO-STATUS = 00
                    MOVE 'S' TO WRK-USA-RESUMO
                    DISPLAY 'PERIODO LIDO DO RESUMO DIARIO '
                       '(VENDRESUMO.DAT).'
                 END-IF
              END-IF
              CLOSE VENDRESUMOCTL
           END-IF.
      *----------------------------------------------------------------*
       0200-ACUMULAR-PEDIDOS SECTION.
      *----------------------------------------------------------------*
                       CONTINUE
                 END-READ
                 IF PRODUTOS-STATUS = 00
                    MOVE PRODUTOS-CATEGORIA TO WRK-LIN-CATEGORIA
                    MOVE ITENS-QUANTIDADE   TO WRK-LIN-QTDE
                    MOVE ITENS-VALOR        TO WRK-LIN-VALOR
                    PERFORM 0220-ACUMULAR-CATEGORIA
                 END-IF
              END-IF
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                 UNTIL WRK-IDX-CAT > WRK-QTD-CAT
                 OR WRK-ACHOU-CAT = 'S'
              IF WRK-CAT-CODIGO(WRK-IDX-CAT) = WRK-LIN-CATEGORIA
                 MOVE 'S' TO WRK-ACHOU-CAT
                 SUBTRACT 1 FROM WRK-IDX-CAT
              END-IF
              IF WRK-ACHOU-CAT = 'N'
                 ADD 1 TO WRK-QTD-CAT
                 MOVE WRK-QTD-CAT TO WRK-IDX-CAT
                 MOVE WRK-LIN-CATEGORIA TO
                    WRK-CAT-CODIGO(WRK-IDX-CAT)
              END-IF
              ADD WRK-LIN-QTDE  TO WRK-CAT-QTDE(WRK-IDX-CAT)
              ADD WRK-LIN-VALOR TO WRK-CAT-VALOR(WRK-IDX-CAT)
              ADD WRK-LIN-VALOR TO WRK-TOTAL-GERAL
           END-IF.
      *----------------------------------------------------------------*
       0230-ACUMULAR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *    MESMA ACUMULACAO, A PARTIR DO RESUMO DIARIO. A CATEGORIA E
      *    A DO PRODUTO NO DIA DO RESUMO (PRODUTO JA FORA DO CADASTRO
      *    NAQUELE DIA FICOU NA CATEGORIA 000 E FICA DE FORA, COMO
      *    NA LEITURA PELOS PEDIDOS, QUE IGNORA O ITEM SEM PRODUTO).
           MOVE WRK-DATA-INICIO TO RES-DATA.
           MOVE ZEROS           TO RES-PRODUTO RES-FILIAL
                                   RES-CATEGORIA.
           START VENDRESUMO KEY IS NOT LESS THAN RES-CHAVE
              INVALID KEY
                 CONTINUE
           END-START.
           IF VENDRESUMO-STATUS = 00
              PERFORM UNTIL VENDRESUMO-STATUS NOT = 00
                 READ VENDRESUMO NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF VENDRESUMO-STATUS = 00
                       AND RES-DATA > WRK-DATA-FIM
                    MOVE 10 TO VENDRESUMO-STATUS
                 END-IF
                 IF VENDRESUMO-STATUS = 00
                       AND RES-CATEGORIA NOT = ZEROS
                    MOVE RES-CATEGORIA   TO WRK-LIN-CATEGORIA
                    MOVE RES-QTDE        TO WRK-LIN-QTDE
                    MOVE RES-VALOR-BRUTO TO WRK-LIN-VALOR
                    PERFORM 0220-ACUMULAR-CATEGORIA
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0300-IMPRIMIR SECTION.
                 WRK-QTD-EXCEDENTES ' LINHAS FORA DA TABELA'
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'RELCATEG'        TO SPL-PROGRAMA.
           MOVE 'RELCATEG.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'RELATORIO GRAVADO EM RELCATEG.REL'.
      *----------------------------------------------------------------*
       0400-FINALIZAR SECTION.
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           CLOSE PRODUTOS.
           IF WRK-USA-RESUMO = 'S'
              CLOSE VENDRESUMO
           END-IF.
      *----------------------------------------------------------------*
