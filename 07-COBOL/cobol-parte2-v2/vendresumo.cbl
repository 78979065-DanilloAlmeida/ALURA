      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: RESUMO DIARIO DE VENDAS POR PRODUTO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    O ABCCURVA, O RELCATEG, O MARGEM E O PAINEL SOMAVAM AS
      *    MESMAS LINHAS DE PEDITENS.DAT A CADA RODADA. ESTE LOTE
      *    MANTEM VENDRESUMO.DAT COM A VENDA DE CADA DIA POR PRODUTO,
      *    FILIAL E CATEGORIA (QUANTIDADE, VALOR BRUTO, DESCONTO
      *    RATEADO, CUSTO E DEVOLUCOES), E ELES LEEM O RESUMO QUANDO O
      *    PERIODO PEDIDO JA ESTA TODO RESUMIDO. NO FECHAMENTO NOTURNO
      *    SAO REFEITOS SO OS DIAS QUE PODEM TER MUDADO: OS DIAS DESDE
      *    A ULTIMA DATA RESUMIDA ATE HOJE, OS DIAS DOS PEDIDOS QUE
      *    MUDARAM DE SITUACAO DESDE ENTAO (CANCELAMENTO INCLUSIVE), OS
      *    DIAS DOS PEDIDOS AINDA ABERTOS OU PENDENTES (QUE PODEM TER
      *    LINHA ALTERADA) E OS DIAS DAS VENDAS COM DEVOLUCAO
      *    REGISTRADA EM ESTVENDA.DAT. COM VENDRESUMO_MODO=RECONSTRUIR
      *    (OU SEM VENDRESUMO.CTL, OU COM DIAS DEMAIS A REFAZER) O
      *    RESUMO E REGERADO DO ZERO A PARTIR DE TODOS OS PEDIDOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. VENDRESUMO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO WRK-PEDIDOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDIDOS-STATUS
              RECORD KEY PEDIDOS-CHAVE
              ALTERNATE RECORD KEY PEDIDOS-FONE-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY PEDIDOS-DATA
                 WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO WRK-PEDITENS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDITENS-STATUS
              RECORD KEY ITENS-CHAVE.

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
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

           SELECT CUSTOMEDIO ASSIGN TO 'CUSTOMEDIO.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CUSTOMEDIO-STATUS.

           SELECT ESTVENDA ASSIGN TO 'ESTVENDA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTVENDA-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD PEDITENS.
       COPY 'peditens-reg.cpy'.
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
      *    CUSTO MEDIO PONDERADO POR PRODUTO, GRAVADO PELO MARGEM.
       FD CUSTOMEDIO.
       01 CM-REG.
          05 CM-CODIGO            PIC 9(06).
          05 CM-CUSTO-MEDIO       PIC 9(07)V99.
          05 CM-QTD-COMPRADA      PIC 9(07)V99.
      *-------------
       FD ESTVENDA.
       COPY 'estvenda-reg.cpy'.
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
       77 VENDRESUMO-STATUS    PIC   9(02).
       77 VENDRESUMOCTL-STATUS PIC   9(02).
       77 CUSTOMEDIO-STATUS    PIC   9(02).
       77 ESTVENDA-STATUS      PIC   9(02).
       77 WRK-MODO             PIC   X(12) VALUE SPACES.
       77 WRK-RECONSTRUIR      PIC   X(01) VALUE 'N'.
       77 WRK-RESUMO-ABERTO    PIC   X(01) VALUE 'N'.
       77 WRK-ERRO             PIC   X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO      PIC   X(01) VALUE 'N'.
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HOJE-INT         PIC   9(08).
       77 WRK-ULTIMA-DATA      PIC   9(08) VALUE ZEROS.
       77 WRK-ULTIMA-INT       PIC   9(08).
       77 WRK-DIA-INT          PIC   9(08).
       77 WRK-RECONSTRUIDO-EM  PIC   9(08) VALUE ZEROS.
       77 WRK-DATA-MARCAR      PIC   9(08).
       77 WRK-DATA-DIA         PIC   9(08).
       77 WRK-IDX-ITEM         PIC   9(03) VALUE 0.
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-RES-NOVO         PIC   X(01).
       77 WRK-CUSTO-UNIT       PIC   9(07)V99.
       77 WRK-QTD-SEM-CUSTO    PIC   9(06) VALUE 0.
       77 WRK-QTD-PEDIDOS      PIC   9(07) VALUE 0.
       77 WRK-QTD-LINHAS       PIC   9(08) VALUE 0.
       77 WRK-QTD-APAGADOS     PIC   9(08) VALUE 0.
      *    CUSTOS ALEM DA TABELA: O PRODUTO ENTRA COM CUSTO ZERO, COMO
      *    O PRODUTO SEM COMPRA NO MARGEM.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.

      *    CUSTO MEDIO CARREGADO DE CUSTOMEDIO.DAT.
       77 WRK-QTD-CST          PIC   9(03) VALUE 0.
       77 WRK-IDX-CST          PIC   9(03) VALUE 0.
       01 WRK-TABELA-CUSTOS.
          05 WRK-CST OCCURS 300 TIMES.
             10 WRK-CST-CODIGO   PIC 9(06).
             10 WRK-CST-MEDIO    PIC 9(07)V99.

      *    DIAS A REFAZER NA ATUALIZACAO NOTURNA. SE NAO COUBEREM
      *    (FECHAMENTO PARADO POR MUITO TEMPO, POR EXEMPLO), O RESUMO
      *    E RECONSTRUIDO INTEIRO.
       77 WRK-QTD-DATAS        PIC   9(03) VALUE 0.
       77 WRK-IDX-DATA         PIC   9(03) VALUE 0.
       77 WRK-DATAS-EXCEDIDAS  PIC   X(01) VALUE 'N'.
       01 WRK-TABELA-DATAS.
          05 WRK-DIA-REFAZER  PIC 9(08) OCCURS 400 TIMES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           IF WRK-ERRO = 'N'
              PERFORM 0150-INVALIDAR-CONTROLE
           END-IF.
           IF WRK-ERRO = 'N'
              IF WRK-RECONSTRUIR = 'S'
                 PERFORM 0300-RECONSTRUIR
              ELSE
                 PERFORM 0200-ATUALIZAR
              END-IF
           END-IF.
           IF WRK-ERRO = 'N'
              PERFORM 0500-GRAVAR-CONTROLE
           END-IF.
           PERFORM 0600-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-PEDITENS-PATH FROM ENVIRONMENT 'PEDITENS_DAT'.
           IF WRK-PEDITENS-PATH = SPACES
              MOVE WRK-PEDITENS-PATH-PADRAO TO WRK-PEDITENS-PATH
           END-IF.
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.
           ACCEPT WRK-VENDRESUMO-PATH FROM ENVIRONMENT
              'VENDRESUMO_DAT'.
           IF WRK-VENDRESUMO-PATH = SPACES
              MOVE WRK-VENDRESUMO-PATH-PADRAO TO WRK-VENDRESUMO-PATH
           END-IF.
           ACCEPT WRK-MODO FROM ENVIRONMENT 'VENDRESUMO_MODO'.
           IF WRK-MODO = 'RECONSTRUIR'
              MOVE 'S' TO WRK-RECONSTRUIR
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL).

           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
              DISPLAY 'VENDRESUMO: ERRO AO ABRIR PEDIDOS.DAT. STATUS: '
                 PEDIDOS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PEDITENS.
           OPEN INPUT PRODUTOS.

           PERFORM 0110-CARREGAR-CUSTOS.
           PERFORM 0120-LER-CONTROLE.

           IF WRK-RECONSTRUIR = 'N'
              OPEN I-O VENDRESUMO
              EVALUATE VENDRESUMO-STATUS
                 WHEN 00
                    MOVE 'S' TO WRK-RESUMO-ABERTO
                 WHEN 35
                    DISPLAY 'VENDRESUMO: VENDRESUMO.DAT AINDA NAO '
                       'EXISTE. RECONSTRUINDO.'
                    MOVE 'S' TO WRK-RECONSTRUIR
                 WHEN OTHER
                    DISPLAY 'VENDRESUMO: ERRO AO ABRIR VENDRESUMO.DAT.'
                       ' STATUS: ' VENDRESUMO-STATUS
                    MOVE 'S' TO WRK-ERRO
                    MOVE 8 TO RETURN-CODE
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       0110-CARREGAR-CUSTOS SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CUSTOMEDIO.
           IF CUSTOMEDIO-STATUS NOT = 00
              DISPLAY 'VENDRESUMO: CUSTOMEDIO.DAT INDISPONIVEL. '
                 'CUSTO ZERO PARA TODOS (RODE O MARGEM).'
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CUSTOMEDIO
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF WRK-QTD-CST >= 300
                          ADD 1 TO WRK-QTD-EXCEDENTES
                       ELSE
                          ADD 1 TO WRK-QTD-CST
                          MOVE CM-CODIGO      TO
                             WRK-CST-CODIGO(WRK-QTD-CST)
                          MOVE CM-CUSTO-MEDIO TO
                             WRK-CST-MEDIO(WRK-QTD-CST)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMEDIO
           END-IF.
      *----------------------------------------------------------------*
       0120-LER-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *    SEM CONTROLE NAO HA COMO SABER O QUE JA FOI RESUMIDO: A
      *    PRIMEIRA RODADA E SEMPRE UMA RECONSTRUCAO.
           MOVE ZEROS TO WRK-ULTIMA-DATA.
           OPEN INPUT VENDRESUMOCTL.
           IF VENDRESUMOCTL-STATUS = 00
              READ VENDRESUMOCTL
                 AT END
                    CONTINUE
              END-READ
              IF VENDRESUMOCTL-STATUS = 00
                 MOVE RCT-ULTIMA-DATA     TO WRK-ULTIMA-DATA
                 MOVE RCT-RECONSTRUIDO-EM TO WRK-RECONSTRUIDO-EM
              END-IF
              CLOSE VENDRESUMOCTL
           END-IF.
           IF WRK-ULTIMA-DATA = ZEROS
                 OR WRK-ULTIMA-DATA > WRK-DATA-ATUAL
              IF WRK-RECONSTRUIR = 'N'
                 DISPLAY 'VENDRESUMO: SEM CONTROLE VALIDO EM '
                    'VENDRESUMO.CTL. RECONSTRUINDO.'
              END-IF
              MOVE 'S' TO WRK-RECONSTRUIR
           END-IF.
      *----------------------------------------------------------------*
       0150-INVALIDAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *    ANTES DE APAGAR DIAS OU TRUNCAR O RESUMO, O CONTROLE VAI A
      *    ZEROS: ATE O 0500 GRAVAR A DATA NOVA, O ABCCURVA, O
      *    RELCATEG, O MARGEM E O PAINEL LEEM O DETALHE, E A PROXIMA
      *    RODADA RECONSTROI. SEM CONSEGUIR ZERAR, NADA E MEXIDO.
           OPEN OUTPUT VENDRESUMOCTL.
           IF VENDRESUMOCTL-STATUS NOT = 00
              DISPLAY 'VENDRESUMO: ERRO AO ABRIR VENDRESUMO.CTL. '
                 'STATUS: ' VENDRESUMOCTL-STATUS ' RESUMO NAO '
                 'ALTERADO.'
              MOVE 'S' TO WRK-ERRO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROS               TO RCT-ULTIMA-DATA
              MOVE WRK-RECONSTRUIDO-EM TO RCT-RECONSTRUIDO-EM
              WRITE RCT-REG
              IF VENDRESUMOCTL-STATUS NOT = 00
                 DISPLAY 'VENDRESUMO: ERRO AO GRAVAR VENDRESUMO.CTL.'
                    ' STATUS: ' VENDRESUMOCTL-STATUS ' RESUMO NAO '
                    'ALTERADO.'
                 MOVE 'S' TO WRK-ERRO
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE VENDRESUMOCTL
           END-IF.
      *----------------------------------------------------------------*
       0200-ATUALIZAR SECTION.
      *----------------------------------------------------------------*
      *    A ULTIMA DATA RESUMIDA TAMBEM E REFEITA: PEDIDO DIGITADO
      *    DEPOIS DO FECHAMENTO DAQUELE DIA ENTRA AGORA.
           IF WRK-ERRO = 'N'
              COMPUTE WRK-ULTIMA-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-ULTIMA-DATA)
              PERFORM VARYING WRK-DIA-INT FROM WRK-ULTIMA-INT BY 1
                    UNTIL WRK-DIA-INT > WRK-HOJE-INT
                 COMPUTE WRK-DATA-MARCAR =
                    FUNCTION DATE-OF-INTEGER(WRK-DIA-INT)
                 PERFORM 0210-MARCAR-DATA
              END-PERFORM
              PERFORM 0220-VARRER-PEDIDOS
              PERFORM 0230-VARRER-DEVOLUCOES

              IF WRK-DATAS-EXCEDIDAS = 'S'
                 DISPLAY 'VENDRESUMO: MAIS DE 400 DIAS A REFAZER. '
                    'RECONSTRUINDO.'
                 CLOSE VENDRESUMO
                 MOVE 'N' TO WRK-RESUMO-ABERTO
                 PERFORM 0300-RECONSTRUIR
              ELSE
                 PERFORM VARYING WRK-IDX-DATA FROM 1 BY 1
                       UNTIL WRK-IDX-DATA > WRK-QTD-DATAS
                    MOVE WRK-DIA-REFAZER(WRK-IDX-DATA) TO WRK-DATA-DIA
                    PERFORM 0250-APAGAR-DIA
                    PERFORM 0260-RESUMIR-DIA
                 END-PERFORM
                 DISPLAY 'VENDRESUMO: ' WRK-QTD-DATAS
                    ' DIAS REFEITOS, ' WRK-QTD-PEDIDOS ' PEDIDOS, '
                    WRK-QTD-LINHAS ' LINHAS.'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0210-MARCAR-DATA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-DATA FROM 1 BY 1
                 UNTIL WRK-IDX-DATA > WRK-QTD-DATAS
                 OR WRK-ACHOU = 'S'
              IF WRK-DIA-REFAZER(WRK-IDX-DATA) = WRK-DATA-MARCAR
                 MOVE 'S' TO WRK-ACHOU
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
              IF WRK-QTD-DATAS >= 400
                 MOVE 'S' TO WRK-DATAS-EXCEDIDAS
              ELSE
                 ADD 1 TO WRK-QTD-DATAS
                 MOVE WRK-DATA-MARCAR TO WRK-DIA-REFAZER(WRK-QTD-DATAS)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0220-VARRER-PEDIDOS SECTION.
      *----------------------------------------------------------------*
      *    SO OS CABECALHOS: PEDIDO QUE MUDOU DE SITUACAO DESDE A
      *    ULTIMA DATA RESUMIDA (CANCELAMENTO, APROVACAO, REJEICAO) E
      *    PEDIDO AINDA ABERTO OU PENDENTE, CUJAS LINHAS AINDA PODEM
      *    SER ALTERADAS NO PEDIDOS, TEM O DIA DA VENDA REFEITO.
           MOVE ZEROS TO PEDIDOS-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
              INVALID KEY
                 CONTINUE
           END-START.
           IF PEDIDOS-STATUS = 00
              PERFORM UNTIL PEDIDOS-STATUS NOT = 00
                 READ PEDIDOS NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF PEDIDOS-STATUS = 00
                       AND PEDIDOS-DATA <= WRK-DATA-ATUAL
                       AND (PEDIDOS-DT-SITUACAO >= WRK-ULTIMA-DATA
                            OR PEDIDOS-SITUACAO = 'A'
                            OR PEDIDOS-SITUACAO = 'P')
                    MOVE PEDIDOS-DATA TO WRK-DATA-MARCAR
                    PERFORM 0210-MARCAR-DATA
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0230-VARRER-DEVOLUCOES SECTION.
      *----------------------------------------------------------------*
      *    A DEVOLUCAO NAO MUDA A SITUACAO DO PEDIDO ('E'): O DIA DA
      *    VENDA DEVOLVIDA VEM DA RAZAO DE ESTORNOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ESTVENDA.
           IF ESTVENDA-STATUS = 00
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ESTVENDA
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF ESV-ORIGEM = 'D'
                             AND ESV-DATA >= WRK-ULTIMA-DATA
                          MOVE ESV-PEDIDO TO PEDIDOS-NUMERO
                          READ PEDIDOS
                             INVALID KEY
                                CONTINUE
                          END-READ
                          IF PEDIDOS-STATUS = 00
                             MOVE PEDIDOS-DATA TO WRK-DATA-MARCAR
                             PERFORM 0210-MARCAR-DATA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESTVENDA
           END-IF.
      *----------------------------------------------------------------*
       0250-APAGAR-DIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-DIA TO RES-DATA.
           MOVE ZEROS        TO RES-PRODUTO RES-FILIAL RES-CATEGORIA.
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
                       AND RES-DATA NOT = WRK-DATA-DIA
                    MOVE 10 TO VENDRESUMO-STATUS
                 END-IF
                 IF VENDRESUMO-STATUS = 00
                    DELETE VENDRESUMO RECORD
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    ADD 1 TO WRK-QTD-APAGADOS
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0260-RESUMIR-DIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-DIA TO PEDIDOS-DATA.
           START PEDIDOS KEY IS EQUAL TO PEDIDOS-DATA
              INVALID KEY
                 CONTINUE
           END-START.
           IF PEDIDOS-STATUS = 00
              PERFORM UNTIL PEDIDOS-STATUS NOT = 00
                 READ PEDIDOS NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF PEDIDOS-STATUS = 00
                       AND PEDIDOS-DATA NOT = WRK-DATA-DIA
                    MOVE 10 TO PEDIDOS-STATUS
                 END-IF
                 IF PEDIDOS-STATUS = 00
                       AND PEDIDOS-SITUACAO NOT = 'C'
                    PERFORM 0400-RESUMIR-PEDIDO
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0300-RECONSTRUIR SECTION.
      *----------------------------------------------------------------*
      *    REGERA O RESUMO DO ZERO A PARTIR DE TODOS OS PEDIDOS ATE
      *    HOJE, NA ORDEM DA CHAVE DE DATA.
           OPEN OUTPUT VENDRESUMO.
           IF VENDRESUMO-STATUS = 00
              CLOSE VENDRESUMO
              OPEN I-O VENDRESUMO
           END-IF.
           IF VENDRESUMO-STATUS NOT = 00
              DISPLAY 'VENDRESUMO: ERRO AO CRIAR VENDRESUMO.DAT. '
                 'STATUS: ' VENDRESUMO-STATUS
              MOVE 'S' TO WRK-ERRO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'S' TO WRK-RESUMO-ABERTO
              MOVE WRK-DATA-ATUAL TO WRK-RECONSTRUIDO-EM
              MOVE ZEROS TO PEDIDOS-DATA
              START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DATA
                 INVALID KEY
                    CONTINUE
              END-START
              IF PEDIDOS-STATUS = 00
                 PERFORM UNTIL PEDIDOS-STATUS NOT = 00
                    READ PEDIDOS NEXT RECORD
                       AT END
                          CONTINUE
                    END-READ
                    IF PEDIDOS-STATUS = 00
                          AND PEDIDOS-DATA > WRK-DATA-ATUAL
                       MOVE 10 TO PEDIDOS-STATUS
                    END-IF
                    IF PEDIDOS-STATUS = 00
                          AND PEDIDOS-SITUACAO NOT = 'C'
                       PERFORM 0400-RESUMIR-PEDIDO
                    END-IF
                 END-PERFORM
              END-IF
              DISPLAY 'VENDRESUMO: RESUMO RECONSTRUIDO. '
                 WRK-QTD-PEDIDOS ' PEDIDOS, ' WRK-QTD-LINHAS
                 ' LINHAS.'
           END-IF.
      *----------------------------------------------------------------*
       0400-RESUMIR-PEDIDO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-PEDIDOS.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                 UNTIL WRK-IDX-ITEM > PEDIDOS-QTD-ITENS
              MOVE PEDIDOS-NUMERO TO ITENS-NUMERO
              MOVE WRK-IDX-ITEM   TO ITENS-LINHA
              READ PEDITENS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PEDITENS-STATUS = 00
                 PERFORM 0410-SOMAR-LINHA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0410-SOMAR-LINHA SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE ITENS-CODIGO-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS NOT = 00
              MOVE ZEROS TO PRODUTOS-CATEGORIA
           END-IF.

           MOVE ZEROS TO WRK-CUSTO-UNIT.
           MOVE 'N'   TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-CST FROM 1 BY 1
                 UNTIL WRK-IDX-CST > WRK-QTD-CST
                 OR WRK-ACHOU = 'S'
              IF WRK-CST-CODIGO(WRK-IDX-CST) = ITENS-CODIGO-PRODUTO
                 MOVE 'S' TO WRK-ACHOU
                 MOVE WRK-CST-MEDIO(WRK-IDX-CST) TO WRK-CUSTO-UNIT
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
              ADD 1 TO WRK-QTD-SEM-CUSTO
           END-IF.

           MOVE PEDIDOS-DATA         TO RES-DATA.
           MOVE ITENS-CODIGO-PRODUTO TO RES-PRODUTO.
           MOVE PEDIDOS-FILIAL       TO RES-FILIAL.
           MOVE PRODUTOS-CATEGORIA   TO RES-CATEGORIA.
           READ VENDRESUMO
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VENDRESUMO-STATUS = 00
              MOVE 'N' TO WRK-RES-NOVO
           ELSE
              MOVE 'S' TO WRK-RES-NOVO
              MOVE ZEROS TO RES-QTDE RES-VALOR-BRUTO RES-DESCONTO
                 RES-CUSTO RES-QTD-DEVOLVIDA RES-VALOR-DEVOLVIDO
              MOVE ITENS-DESCRICAO TO RES-DESCRICAO
           END-IF.

           ADD ITENS-QUANTIDADE TO RES-QTDE.
           ADD ITENS-VALOR      TO RES-VALOR-BRUTO.
           COMPUTE RES-DESCONTO ROUNDED = RES-DESCONTO
              + (ITENS-VALOR * PEDIDOS-DESCONTO-PCT / 100).
           COMPUTE RES-CUSTO ROUNDED = RES-CUSTO
              + (WRK-CUSTO-UNIT * ITENS-QUANTIDADE).
           IF ITENS-QTD-DEVOLVIDA > ZEROS AND ITENS-QUANTIDADE > ZEROS
              ADD ITENS-QTD-DEVOLVIDA TO RES-QTD-DEVOLVIDA
              COMPUTE RES-VALOR-DEVOLVIDO ROUNDED =
                 RES-VALOR-DEVOLVIDO
                 + (ITENS-VALOR * ITENS-QTD-DEVOLVIDA
                    / ITENS-QUANTIDADE)
           END-IF.

           IF WRK-RES-NOVO = 'S'
              WRITE RES-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           ELSE
              REWRITE RES-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
           IF VENDRESUMO-STATUS NOT = 00
              DISPLAY 'VENDRESUMO: ERRO AO GRAVAR RESUMO DO PEDIDO '
                 PEDIDOS-NUMERO '. STATUS: ' VENDRESUMO-STATUS
              MOVE 'S' TO WRK-ERRO
              MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0500-GRAVAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *    SO GRAVA A ULTIMA DATA QUANDO TUDO FOI GRAVADO: COM ERRO
      *    FICA O CONTROLE ZERADO DO 0150, OS LEITORES CONTINUAM NO
      *    DETALHE E A PROXIMA RODADA RECONSTROI.
           OPEN OUTPUT VENDRESUMOCTL.
           IF VENDRESUMOCTL-STATUS NOT = 00
              DISPLAY 'VENDRESUMO: ERRO AO ABRIR VENDRESUMO.CTL. '
                 'STATUS: ' VENDRESUMOCTL-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WRK-DATA-ATUAL      TO RCT-ULTIMA-DATA
              MOVE WRK-RECONSTRUIDO-EM TO RCT-RECONSTRUIDO-EM
              WRITE RCT-REG
              IF VENDRESUMOCTL-STATUS NOT = 00
                 DISPLAY 'VENDRESUMO: ERRO AO GRAVAR VENDRESUMO.CTL.'
                    ' STATUS: ' VENDRESUMOCTL-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE VENDRESUMOCTL
           END-IF.
      *----------------------------------------------------------------*
       0600-FINALIZAR SECTION.
      *-----------------------
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           CLOSE PRODUTOS.
           IF WRK-RESUMO-ABERTO = 'S'
              CLOSE VENDRESUMO
           END-IF.
           IF WRK-QTD-SEM-CUSTO > ZEROS
              DISPLAY 'VENDRESUMO: ' WRK-QTD-SEM-CUSTO
                 ' LINHAS SEM CUSTO MEDIO (CUSTO ZERO).'
           END-IF.
           IF WRK-QTD-EXCEDENTES > ZEROS
              DISPLAY 'VENDRESUMO: ' WRK-QTD-EXCEDENTES
                 ' CUSTOS ALEM DE 300 PRODUTOS FICARAM FORA.'
           END-IF.
