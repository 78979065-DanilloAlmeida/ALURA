      *    CONFIGURAVEIS (ABC_CORTE_A, PADRAO 80%; ABC_CORTE_B,
      *    PADRAO 95%). CADA LINHA SAI COM O SALDO EM ESTOQUE DO
      *    PRODUTO AO LADO, PARA O COMPRADOR CONCENTRAR NOS ITENS A.
      *    A CLASSE DE CADA PRODUTO TAMBEM E GRAVADA EM ABCCLASSE.DAT,
      *    DE ONDE O PLANEJADOR DE CONTAGEM CICLICA TIRA A FREQUENCIA.
      *    PERIODO JA TODO RESUMIDO PELO VENDRESUMO E LIDO DE
      *    VENDRESUMO.DAT, SEM VARRER PEDIDOS E ITENS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
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

           SELECT RELATORIO ASSIGN TO 'ABC.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.

           SELECT ABCCLASSE ASSIGN TO 'ABCCLASSE.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ABCCLASSE-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
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
      *-------------
      *    CLASSE ABC DE CADA PRODUTO VENDIDO NO PERIODO, REGRAVADA A
      *    CADA RODADA (PRODUTO FORA DO ARQUIVO CONTA COMO 'C').
       FD ABCCLASSE.
       01 ABCL-REG.
          05 ABCL-CODIGO          PIC 9(06).
          05 ABCL-CLASSE          PIC X(01).
          05 ABCL-DATA-FIM        PIC 9(08).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'vendresumo-cfg.cpy'.
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 ABCCLASSE-STATUS     PIC   9(02).
       77 VENDRESUMO-STATUS    PIC   9(02).
       77 VENDRESUMOCTL-STATUS PIC   9(02).
      *    'S' QUANDO O PERIODO TODO JA ESTA EM VENDRESUMO.DAT.
       77 WRK-USA-RESUMO       PIC   X(01) VALUE 'N'.
       77 WRK-DATA-INICIO      PIC   9(08).
       77 WRK-DATA-FIM         PIC   9(08).
       77 WRK-IDX-ITEM         PIC   9(03) VALUE 0.
       77 WRK-CORTE-A          PIC   9(03) VALUE 80.
       77 WRK-CORTE-B-ENV      PIC   X(03) VALUE SPACES.
       77 WRK-CORTE-B          PIC   9(03) VALUE 95.
      *    LINHA VENDIDA A ACUMULAR, VINDA DO ITEM OU DO RESUMO.
       77 WRK-LIN-CODIGO       PIC   9(06).
       77 WRK-LIN-DESC         PIC   X(30).
       77 WRK-LIN-QTDE         PIC   9(07)V99.
       77 WRK-LIN-VALOR        PIC   9(09)V99.

      *    VALOR VENDIDO POR PRODUTO NO PERIODO, ORDENADO DEPOIS POR
      *    TROCAS SUCESSIVAS COMO O RANKING DO COMISSAO.
          05 FILLER           PIC X(24) VALUE
             'TOTAL VENDIDO.........: '.
          05 WRK-REL-TOT-VALOR PIC ZZZZZZZZZZZ9.99.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
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
              PERFORM 0200-ACUMULAR-ITENS
           END-IF.
           PERFORM 0300-ORDENAR.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0500-FINALIZAR.
           OPEN INPUT PEDITENS.
           OPEN INPUT PRODUTOS.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'ABC_CORTE_A' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-CORTE-A
           END-IF.
           ACCEPT WRK-CORTE-A-ENV FROM ENVIRONMENT 'ABC_CORTE_A'.
           IF WRK-CORTE-A-ENV NOT = SPACES
              MOVE WRK-CORTE-A-ENV TO WRK-CORTE-A
           END-IF.
           MOVE 'ABC_CORTE_B' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-CORTE-B
           END-IF.
           ACCEPT WRK-CORTE-B-ENV FROM ENVIRONMENT 'ABC_CORTE_B'.
           IF WRK-CORTE-B-ENV NOT = SPACES
              MOVE WRK-CORTE-B-ENV TO WRK-CORTE-B
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
       0200-ACUMULAR-ITENS SECTION.
      *----------------------------------------------------------------*
                    CONTINUE
              END-READ
              IF PEDITENS-STATUS = 00
                 MOVE ITENS-CODIGO-PRODUTO TO WRK-LIN-CODIGO
                 MOVE ITENS-DESCRICAO      TO WRK-LIN-DESC
                 MOVE ITENS-QUANTIDADE     TO WRK-LIN-QTDE
                 MOVE ITENS-VALOR          TO WRK-LIN-VALOR
                 PERFORM 0220-ACUMULAR-PRODUTO
              END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX-PROD FROM 1 BY 1
                 UNTIL WRK-IDX-PROD > WRK-QTD-PROD
                 OR WRK-ACHOU-PROD = 'S'
              IF WRK-ABC-CODIGO(WRK-IDX-PROD) = WRK-LIN-CODIGO
                 MOVE 'S' TO WRK-ACHOU-PROD
                 SUBTRACT 1 FROM WRK-IDX-PROD
              END-IF
              IF WRK-ACHOU-PROD = 'N'
                 ADD 1 TO WRK-QTD-PROD
                 MOVE WRK-QTD-PROD TO WRK-IDX-PROD
                 MOVE WRK-LIN-CODIGO TO WRK-ABC-CODIGO(WRK-IDX-PROD)
                 MOVE WRK-LIN-DESC   TO WRK-ABC-DESC(WRK-IDX-PROD)
              END-IF
              ADD WRK-LIN-QTDE  TO WRK-ABC-QTDE(WRK-IDX-PROD)
              ADD WRK-LIN-VALOR TO WRK-ABC-VALOR(WRK-IDX-PROD)
              ADD WRK-LIN-VALOR TO WRK-TOTAL-GERAL
           END-IF.
      *----------------------------------------------------------------*
       0230-ACUMULAR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *    MESMA ACUMULACAO, A PARTIR DO RESUMO POR DIA E PRODUTO
      *    (UMA LINHA POR FILIAL E CATEGORIA SOMA NO MESMO PRODUTO).
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
                    MOVE RES-PRODUTO     TO WRK-LIN-CODIGO
                    MOVE RES-DESCRICAO   TO WRK-LIN-DESC
                    MOVE RES-QTDE        TO WRK-LIN-QTDE
                    MOVE RES-VALOR-BRUTO TO WRK-LIN-VALOR
                    PERFORM 0220-ACUMULAR-PRODUTO
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0300-ORDENAR SECTION.
       0400-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT ABCCLASSE.
           MOVE WRK-DATA-INICIO TO WRK-REL-DT-INI.
           MOVE WRK-DATA-FIM    TO WRK-REL-DT-FIM.
           MOVE WRK-CORTE-A     TO WRK-REL-CORTE-A.
                 MOVE ZEROS TO WRK-REL-ESTOQUE
              END-IF
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
              MOVE WRK-ABC-CODIGO(WRK-IDX-PROD) TO ABCL-CODIGO
              MOVE WRK-CLASSE                   TO ABCL-CLASSE
              MOVE WRK-DATA-FIM                 TO ABCL-DATA-FIM
              WRITE ABCL-REG
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ABCCURVA'        TO SPL-PROGRAMA.
           MOVE 'ABC.REL'         TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE ABCCLASSE.
      *----------------------------------------------------------------*
       0500-FINALIZAR SECTION.
      *-----------------------
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           CLOSE PRODUTOS.
           IF WRK-USA-RESUMO = 'S'
              CLOSE VENDRESUMO
           END-IF.
           DISPLAY 'CURVA ABC GRAVADA EM ABC.REL. PRODUTOS: '
              WRK-QTD-PROD.
      *----------------------------------------------------------------*
