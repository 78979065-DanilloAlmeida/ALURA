      *    REUNE NUM PAINEL SO O QUE O GERENTE HOJE COLETA RODANDO
      *    TRES PROGRAMAS: CLIENTES ATIVOS, PEDIDOS E VALOR DO DIA,
      *    VENDAS DO MES (ACUMULADO) E O PRODUTO MAIS VENDIDO DO MES.
      *    A TECLA R RECALCULA TUDO SOB DEMANDA. OS DIAS DO MES JA
      *    RESUMIDOS PELO VENDRESUMO ENTRAM NO CAMPEAO PELO
      *    VENDRESUMO.DAT; SO OS DIAS SEGUINTES (HOJE, NO MINIMO) SAO
      *    LIDOS DOS PEDIDOS E ITENS. AS PENDENCIAS DA FILA DE
      *    EXCECOES AINDA NAO ENCERRADAS SAEM CONTADAS, COM AS
      *    CRITICAS A PARTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
              FILE STATUS IS PEDITENS-STATUS
              RECORD KEY ITENS-CHAVE.

           SELECT VENDRESUMO ASSIGN TO WRK-VENDRESUMO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS VENDRESUMO-STATUS
              RECORD KEY RES-CHAVE.

           SELECT VENDRESUMOCTL ASSIGN TO 'VENDRESUMO.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VENDRESUMOCTL-STATUS.

           SELECT VENDAS-ACM ASSIGN TO 'VENDASACM.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VENDAS-ACM-STATUS.

           SELECT EXCECOES ASSIGN TO WRK-EXCECOES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS EXCECOES-STATUS
              RECORD KEY EXC-CHAVE
              ALTERNATE RECORD KEY EXC-ORIGEM WITH DUPLICATES.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
      *-------------
       FD PEDITENS.
       COPY 'peditens-reg.cpy'.
      *-------------
       FD VENDRESUMO.
       COPY 'vendresumo-reg.cpy'.
      *-------------
       FD VENDRESUMOCTL.
       COPY 'vendresumoctl-reg.cpy'.
      *-------------
       FD VENDAS-ACM.
       01 ACM-REG.
          05 ACM-ANO     PIC 9(04).
          05 ACM-MES     PIC 9(02).
          05 ACM-VALOR   PIC 9(10)V99.
      *-------------
       FD EXCECOES.
       COPY 'excecoes-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'clientes-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       COPY 'vendresumo-cfg.cpy'.
       COPY 'excecoes-cfg.cpy'.
       77 CLIENTES-STATUS      PIC   9(02).
       77 EXCECOES-STATUS      PIC   9(02).
       77 WRK-EXC-ABERTAS      PIC   9(05).
       77 WRK-EXC-CRITICAS     PIC   9(05).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 VENDAS-ACM-STATUS    PIC   9(02).
       77 VENDRESUMO-STATUS    PIC   9(02).
       77 VENDRESUMOCTL-STATUS PIC   9(02).
      *    ULTIMO DIA DO MES LIDO DO RESUMO (ZERO = NENHUM) E PRIMEIRO
      *    DIA LIDO DOS PEDIDOS.
       77 WRK-RESUMO-ATE       PIC   9(08).
       77 WRK-DETALHE-DESDE    PIC   9(08).
       77 WRK-DATA-INT         PIC   9(08).
      *    LINHA VENDIDA A SOMAR NO CAMPEAO, DO ITEM OU DO RESUMO.
       77 WRK-LIN-CODIGO       PIC   9(06).
       77 WRK-LIN-DESC         PIC   X(30).
       77 WRK-LIN-QTDE         PIC   9(07)V99.
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
             05 LINE 15 COLUMN 38 PIC X(30) FROM WRK-TOP-DESCRICAO.
             05 LINE 16 COLUMN 10 VALUE 'QUANTIDADE VENDIDA.......: '.
             05 LINE 16 COLUMN 38 PIC ZZZZ9.99 FROM WRK-TOP-QTDE.
             05 LINE 17 COLUMN 10 VALUE 'PENDENCIAS EM ABERTO.....: '.
             05 LINE 17 COLUMN 38 PIC ZZZZ9 FROM WRK-EXC-ABERTAS.
             05 LINE 18 COLUMN 10 VALUE 'PENDENCIAS CRITICAS......: '.
             05 LINE 18 COLUMN 38 PIC ZZZZ9 FROM WRK-EXC-CRITICAS.
             05 LINE 20 COLUMN 10 VALUE 'R - ATUALIZAR   X - SAIR: '.
             05 LINE 20 COLUMN 37 PIC X(01) USING WRK-OPCAO.
      ******************************************************************
           IF WRK-PEDITENS-PATH = SPACES
              MOVE WRK-PEDITENS-PATH-PADRAO TO WRK-PEDITENS-PATH
           END-IF.
           ACCEPT WRK-VENDRESUMO-PATH FROM ENVIRONMENT
              'VENDRESUMO_DAT'.
           IF WRK-VENDRESUMO-PATH = SPACES
              MOVE WRK-VENDRESUMO-PATH-PADRAO TO WRK-VENDRESUMO-PATH
           END-IF.
           ACCEPT WRK-EXCECOES-PATH FROM ENVIRONMENT 'EXCECOES_DAT'.
           IF WRK-EXCECOES-PATH = SPACES
              MOVE WRK-EXCECOES-PATH-PADRAO TO WRK-EXCECOES-PATH
           END-IF.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 00
           PERFORM 2100-CONTAR-CLIENTES.
           PERFORM 2200-SOMAR-PEDIDOS-MES.
           PERFORM 2300-LER-VENDAS-MES.
           PERFORM 2400-CONTAR-EXCECOES.
      *----------------------------------------------------------------*
       2100-CONTAR-CLIENTES SECTION.
      *----------------------------------------------------------------*
      *    ARQUIVO DESDE O PRIMEIRO PEDIDO.
           MOVE WRK-DATA-HOJE      TO WRK-DATA-INICIO-MES.
           MOVE 01                 TO WRK-DATA-INICIO-MES(7:2).
           PERFORM 2205-SOMAR-RESUMO-MES.
           MOVE WRK-DETALHE-DESDE  TO PEDIDOS-DATA.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DATA
              INVALID KEY
                 CONTINUE
           IF WRK-QTD-EXC-PROD > ZEROS
              MOVE 'CAMPEAO: APURACAO PARCIAL' TO WRK-MODULO
           END-IF.
      *----------------------------------------------------------------*
       2205-SOMAR-RESUMO-MES SECTION.
      *----------------------------------------------------------------*
      *    O RESUMO E LIDO A CADA RECALCULO (O FECHAMENTO PODE TER
      *    RODADO COM O PAINEL ABERTO) E NUNCA ALEM DE ONTEM: O DIA DE
      *    HOJE VEM SEMPRE DOS PEDIDOS, QUE TAMBEM DAO A CONTAGEM E O
      *    VALOR DO DIA.
           MOVE ZEROS               TO WRK-RESUMO-ATE.
           MOVE WRK-DATA-INICIO-MES TO WRK-DETALHE-DESDE.
           OPEN INPUT VENDRESUMOCTL.
           IF VENDRESUMOCTL-STATUS = 00
              READ VENDRESUMOCTL
                 AT END
                    CONTINUE
              END-READ
              IF VENDRESUMOCTL-STATUS = 00
                    AND RCT-ULTIMA-DATA >= WRK-DATA-INICIO-MES
                 MOVE RCT-ULTIMA-DATA TO WRK-RESUMO-ATE
              END-IF
              CLOSE VENDRESUMOCTL
           END-IF.
           IF WRK-RESUMO-ATE >= WRK-DATA-HOJE
              COMPUTE WRK-DATA-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 1
              COMPUTE WRK-RESUMO-ATE =
                 FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
           END-IF.
           IF WRK-RESUMO-ATE < WRK-DATA-INICIO-MES
              MOVE ZEROS TO WRK-RESUMO-ATE
           END-IF.

           IF WRK-RESUMO-ATE NOT = ZEROS
              OPEN INPUT VENDRESUMO
              IF VENDRESUMO-STATUS NOT = 00
                 MOVE ZEROS TO WRK-RESUMO-ATE
              ELSE
                 MOVE WRK-DATA-INICIO-MES TO RES-DATA
                 MOVE ZEROS TO RES-PRODUTO RES-FILIAL RES-CATEGORIA
                 START VENDRESUMO KEY IS NOT LESS THAN RES-CHAVE
                    INVALID KEY
                       CONTINUE
                 END-START
                 PERFORM UNTIL VENDRESUMO-STATUS NOT = 00
                    READ VENDRESUMO NEXT RECORD
                       AT END
                          CONTINUE
                    END-READ
                    IF VENDRESUMO-STATUS = 00
                          AND RES-DATA > WRK-RESUMO-ATE
                       MOVE 10 TO VENDRESUMO-STATUS
                    END-IF
                    IF VENDRESUMO-STATUS = 00
                       MOVE RES-PRODUTO   TO WRK-LIN-CODIGO
                       MOVE RES-DESCRICAO TO WRK-LIN-DESC
                       MOVE RES-QTDE      TO WRK-LIN-QTDE
                       PERFORM 2220-SOMAR-PRODUTO
                    END-IF
                 END-PERFORM
                 CLOSE VENDRESUMO
                 COMPUTE WRK-DATA-INT =
                    FUNCTION INTEGER-OF-DATE(WRK-RESUMO-ATE) + 1
                 COMPUTE WRK-DETALHE-DESDE =
                    FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2210-ACUMULAR-PRODUTOS SECTION.
      *----------------------------------------------------------------*
                    CONTINUE
              END-READ
              IF PEDITENS-STATUS = 00
                 MOVE ITENS-CODIGO-PRODUTO TO WRK-LIN-CODIGO
                 MOVE ITENS-DESCRICAO      TO WRK-LIN-DESC
                 MOVE ITENS-QUANTIDADE     TO WRK-LIN-QTDE
                 PERFORM 2220-SOMAR-PRODUTO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2220-SOMAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU-PROD.
           PERFORM VARYING WRK-IDX-PROD FROM 1 BY 1
                 UNTIL WRK-IDX-PROD > WRK-QTD-PROD
                 OR WRK-ACHOU-PROD = 'S'
              IF WRK-PROD-CODIGO(WRK-IDX-PROD) = WRK-LIN-CODIGO
                 MOVE 'S' TO WRK-ACHOU-PROD
                 SUBTRACT 1 FROM WRK-IDX-PROD
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-PROD = 'N' AND WRK-QTD-PROD >= 200
              ADD 1 TO WRK-QTD-EXC-PROD
           ELSE
              IF WRK-ACHOU-PROD = 'N'
                 ADD 1 TO WRK-QTD-PROD
                 MOVE WRK-QTD-PROD TO WRK-IDX-PROD
                 MOVE WRK-LIN-CODIGO TO WRK-PROD-CODIGO(WRK-IDX-PROD)
                 MOVE WRK-LIN-DESC   TO WRK-PROD-DESC(WRK-IDX-PROD)
              END-IF
              ADD WRK-LIN-QTDE TO WRK-PROD-QTDE(WRK-IDX-PROD)
           END-IF.
      *----------------------------------------------------------------*
       2300-LER-VENDAS-MES SECTION.
      *----------------------------------------------------------------*
              END-PERFORM
              CLOSE VENDAS-ACM
           END-IF.
      *----------------------------------------------------------------*
       2400-CONTAR-EXCECOES SECTION.
      *----------------------------------------------------------------*
      *    ABERTO A CADA APURACAO, COMO O VENDRESUMO: OS PASSOS BATCH
      *    E A TELA DE PENDENCIAS GRAVAM NELE COM O PAINEL NO AR. SEM
      *    EXCECOES.DAT (NADA APONTADO AINDA) AS CONTAGENS FICAM ZERO.
           MOVE ZEROS TO WRK-EXC-ABERTAS WRK-EXC-CRITICAS.
           OPEN INPUT EXCECOES.
           IF EXCECOES-STATUS = 00
              MOVE ZEROS TO EXC-NUMERO
              MOVE 'N'   TO WRK-FIM-ARQUIVO
              START EXCECOES KEY IS NOT LESS THAN EXC-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-START
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ EXCECOES NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND EXCECOES-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND EXC-SITUACAO NOT = 'F'
                    ADD 1 TO WRK-EXC-ABERTAS
                    IF EXC-SEVERIDADE = 'C'
                       ADD 1 TO WRK-EXC-CRITICAS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EXCECOES
           END-IF.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
