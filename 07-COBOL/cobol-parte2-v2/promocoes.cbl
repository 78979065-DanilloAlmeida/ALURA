      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CADASTRO DE PROMOCOES E VENDAS PROMOCIONAIS
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    PROMOCOES COM PRAZO: POR PRODUTO OU POR CATEGORIA, COM
      *    PERCENTUAL OU PRECO FIXO, ATE TRES FAIXAS DE QUANTIDADE E
      *    FILIAL OPCIONAL (VER promocoes-reg.cpy). O PEDIDOS E O
      *    ORCAMENTO APLICAM A MELHOR PROMOCAO ELEGIVEL NA DIGITACAO
      *    E MARCAM A LINHA COM O CODIGO DA PROMOCAO E O DESCONTO
      *    CONCEDIDO. A OPCAO 5 TOTALIZA ESSAS LINHAS POR PROMOCAO
      *    NUM PERIODO DE PEDIDOS EM PROMOCOES.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. PROMOCOES.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT PROMOCOES ASSIGN TO WRK-PROMOCOES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PROMOCOES-STATUS
              RECORD KEY PROM-CHAVE.

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

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

           SELECT RELATORIO ASSIGN TO 'PROMOCOES.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PROMOCOES.
       COPY 'promocoes-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD PEDITENS.
       COPY 'peditens-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'promocoes-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       77 PROMOCOES-STATUS     PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-TECLA            PIC   X(1).
       77 WRK-CONFIRMA         PIC   X(1).
       77 WRK-MSG              PIC   X(40).
       77 WRK-IDX-FAIXA        PIC   9(01).
       77 WRK-QTD-FAIXAS       PIC   9(01).
       77 WRK-DT-INICIAL       PIC   9(08).
       77 WRK-DT-FINAL         PIC   9(08).
       77 WRK-FIM-PEDIDOS      PIC   X(01).
       77 WRK-FIM-ITENS        PIC   X(01).
       77 WRK-IDX-PROM         PIC   9(03).
       77 WRK-QTD-PROM         PIC   9(03).
       77 WRK-ACHOU-PROM       PIC   X(01).
       77 WRK-PAGINA           PIC   9(04) VALUE 1.
       77 WRK-LINHAS-PAGINA    PIC   9(02) VALUE 0.
       77 WRK-TOT-LINHAS       PIC   9(07).
       77 WRK-TOT-QUANTIDADE   PIC   9(09)V99.
       77 WRK-TOT-RECEITA      PIC   9(09)V99.
       77 WRK-TOT-DESCONTO     PIC   9(09)V99.

      *    ACUMULADOS POR PROMOCAO DAS LINHAS VENDIDAS NO PERIODO.
       01 WRK-TABELA-PROMOCOES.
          05 WRK-TAB-PROM OCCURS 200 TIMES.
             10 WRK-TP-CODIGO      PIC 9(06).
             10 WRK-TP-LINHAS      PIC 9(05).
             10 WRK-TP-QUANTIDADE  PIC 9(07)V99.
             10 WRK-TP-RECEITA     PIC 9(09)V99.
             10 WRK-TP-DESCONTO    PIC 9(09)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(30) VALUE 'LOJA DANILLO LTDA'.
          05 FILLER           PIC X(94) VALUE SPACES.
          05 FILLER           PIC X(08) VALUE 'PAGINA: '.
          05 WRK-REL-PAGINA   PIC ZZZ9.

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(30) VALUE
             'VENDAS EM PROMOCAO - PERIODO '.
          05 WRK-REL-DT-INI   PIC 9(08).
          05 FILLER           PIC X(03) VALUE ' A '.
          05 WRK-REL-DT-FIM   PIC 9(08).

       01 WRK-REL-CABEC3.
          05 FILLER           PIC X(08) VALUE 'CODIGO'.
          05 FILLER           PIC X(32) VALUE 'DESCRICAO'.
          05 FILLER           PIC X(10) VALUE ' LINHAS'.
          05 FILLER           PIC X(14) VALUE '   QUANTIDADE'.
          05 FILLER           PIC X(16) VALUE '        RECEITA'.
          05 FILLER           PIC X(16) VALUE '   DESC.CONCED.'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-CODIGO   PIC 9(06).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-DESCRICAO PIC X(30).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-LINHAS   PIC ZZZZZZ9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-QUANTIDADE PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-RECEITA  PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(04) VALUE SPACES.
          05 WRK-REL-DESCONTO PIC ZZZZZZZZ9.99.

       01 WRK-REL-SEM-VENDAS.
          05 FILLER           PIC X(40) VALUE
             'NENHUMA VENDA EM PROMOCAO NO PERIODO.'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *------------------------
       SCREEN SECTION.
      *------------------------
       01 TELA.
          05 LIMPA-TELA.
             10 BLANK SCREEN.
             10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 2.
             10 LINE 01 COLUMN 25 PIC X(20)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                 FROM 'PROMOCOES'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
             05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
             05 LINE 11 COLUMN 15 VALUE '5 - RELATORIO DE VENDAS'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIDA'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO..: '.
             05 LINE 13 COLUMN 24 USING WRK-OPCAO.

       01 TELA-CHAVE.
             05 LINE 15 COLUMN 15 VALUE 'CODIGO........: '.
             05 LINE 15 COLUMN 35 PIC 9(06) USING PROM-CODIGO.

       01 TELA-DADOS.
             05 LINE 16 COLUMN 15 VALUE 'DESCRICAO.....: '.
             05 LINE 16 COLUMN 35 PIC X(30) USING PROM-DESCRICAO.
             05 LINE 17 COLUMN 15 VALUE 'ALVO (P/C)....: '.
             05 LINE 17 COLUMN 35 PIC X(01) USING PROM-ALVO.
             05 LINE 17 COLUMN 38 VALUE 'PRODUTO: '.
             05 LINE 17 COLUMN 47 PIC 9(06) USING PROM-PRODUTO.
             05 LINE 17 COLUMN 55 VALUE 'CATEGORIA: '.
             05 LINE 17 COLUMN 66 PIC 9(03) USING PROM-CATEGORIA.
             05 LINE 18 COLUMN 15 VALUE 'VIGENCIA......: '.
             05 LINE 18 COLUMN 35 PIC 9(08) USING PROM-DT-INICIO.
             05 LINE 18 COLUMN 44 VALUE 'A'.
             05 LINE 18 COLUMN 46 PIC 9(08) USING PROM-DT-FIM.
             05 LINE 18 COLUMN 55 VALUE 'FILIAL...: '.
             05 LINE 18 COLUMN 66 PIC 9(02) USING PROM-FILIAL.
             05 LINE 18 COLUMN 69 VALUE '(0=TODAS)'.
             05 LINE 19 COLUMN 15 VALUE 'TIPO (P/F)....: '.
             05 LINE 19 COLUMN 35 PIC X(01) USING PROM-TIPO.
             05 LINE 19 COLUMN 38 VALUE
                '(P = PERCENTUAL  F = PRECO FIXO)'.
             05 LINE 20 COLUMN 35 VALUE 'QTD MIN  PCT   PRECO FIXO'.
             05 LINE 21 COLUMN 15 VALUE 'FAIXA 1.......: '.
             05 LINE 21 COLUMN 35 PIC 9(05)V99 USING PROM-QTD-MIN-1.
             05 LINE 21 COLUMN 44 PIC 9(02)V99 USING PROM-PCT-1.
             05 LINE 21 COLUMN 50 PIC 9(07)V99 USING PROM-PRECO-1.
             05 LINE 22 COLUMN 15 VALUE 'FAIXA 2.......: '.
             05 LINE 22 COLUMN 35 PIC 9(05)V99 USING PROM-QTD-MIN-2.
             05 LINE 22 COLUMN 44 PIC 9(02)V99 USING PROM-PCT-2.
             05 LINE 22 COLUMN 50 PIC 9(07)V99 USING PROM-PRECO-2.
             05 LINE 23 COLUMN 15 VALUE 'FAIXA 3.......: '.
             05 LINE 23 COLUMN 35 PIC 9(05)V99 USING PROM-QTD-MIN-3.
             05 LINE 23 COLUMN 44 PIC 9(02)V99 USING PROM-PCT-3.
             05 LINE 23 COLUMN 50 PIC 9(07)V99 USING PROM-PRECO-3.

       01 TELA-CONSULTA-DADOS.
             05 LINE 16 COLUMN 15 VALUE 'DESCRICAO.....: '.
             05 LINE 16 COLUMN 35 PIC X(30) FROM PROM-DESCRICAO.
             05 LINE 17 COLUMN 15 VALUE 'ALVO (P/C)....: '.
             05 LINE 17 COLUMN 35 PIC X(01) FROM PROM-ALVO.
             05 LINE 17 COLUMN 38 VALUE 'PRODUTO: '.
             05 LINE 17 COLUMN 47 PIC 9(06) FROM PROM-PRODUTO.
             05 LINE 17 COLUMN 55 VALUE 'CATEGORIA: '.
             05 LINE 17 COLUMN 66 PIC 9(03) FROM PROM-CATEGORIA.
             05 LINE 18 COLUMN 15 VALUE 'VIGENCIA......: '.
             05 LINE 18 COLUMN 35 PIC 9(08) FROM PROM-DT-INICIO.
             05 LINE 18 COLUMN 44 VALUE 'A'.
             05 LINE 18 COLUMN 46 PIC 9(08) FROM PROM-DT-FIM.
             05 LINE 18 COLUMN 55 VALUE 'FILIAL...: '.
             05 LINE 18 COLUMN 66 PIC 9(02) FROM PROM-FILIAL.
             05 LINE 19 COLUMN 15 VALUE 'TIPO (P/F)....: '.
             05 LINE 19 COLUMN 35 PIC X(01) FROM PROM-TIPO.
             05 LINE 20 COLUMN 35 VALUE 'QTD MIN  PCT   PRECO FIXO'.
             05 LINE 21 COLUMN 15 VALUE 'FAIXA 1.......: '.
             05 LINE 21 COLUMN 35 PIC ZZZZ9.99 FROM PROM-QTD-MIN-1.
             05 LINE 21 COLUMN 44 PIC Z9.99 FROM PROM-PCT-1.
             05 LINE 21 COLUMN 50 PIC ZZZZZZ9.99 FROM PROM-PRECO-1.
             05 LINE 22 COLUMN 15 VALUE 'FAIXA 2.......: '.
             05 LINE 22 COLUMN 35 PIC ZZZZ9.99 FROM PROM-QTD-MIN-2.
             05 LINE 22 COLUMN 44 PIC Z9.99 FROM PROM-PCT-2.
             05 LINE 22 COLUMN 50 PIC ZZZZZZ9.99 FROM PROM-PRECO-2.
             05 LINE 23 COLUMN 15 VALUE 'FAIXA 3.......: '.
             05 LINE 23 COLUMN 35 PIC ZZZZ9.99 FROM PROM-QTD-MIN-3.
             05 LINE 23 COLUMN 44 PIC Z9.99 FROM PROM-PCT-3.
             05 LINE 23 COLUMN 50 PIC ZZZZZZ9.99 FROM PROM-PRECO-3.

       01 TELA-EXCLUIR-CONFIRMA.
             05 LINE 16 COLUMN 15 VALUE 'DESCRICAO.....: '.
             05 LINE 16 COLUMN 35 PIC X(30) FROM PROM-DESCRICAO.
             05 LINE 18 COLUMN 15 VALUE 'CONFIRMA EXCLUSAO (S/N)?: '.
             05 LINE 18 COLUMN 41 PIC X(01) USING WRK-CONFIRMA.

       01 TELA-PERIODO.
             05 LINE 15 COLUMN 15 VALUE 'PEDIDOS DE....: '.
             05 LINE 15 COLUMN 35 PIC 9(08) USING WRK-DT-INICIAL.
             05 LINE 15 COLUMN 44 VALUE 'A'.
             05 LINE 15 COLUMN 46 PIC 9(08) USING WRK-DT-FINAL.
             05 LINE 15 COLUMN 55 VALUE '(AAAAMMDD)'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM UNTIL WRK-OPCAO = 'X' OR WRK-OPCAO = 'x'
              DISPLAY TELA
              ACCEPT TELA-MENU
              PERFORM 2000-PROCESSAR
           END-PERFORM.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *---------------------
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-PROMOCOES-PATH FROM ENVIRONMENT 'PROMOCOES_DAT'.
           IF WRK-PROMOCOES-PATH = SPACES
              MOVE WRK-PROMOCOES-PATH-PADRAO TO WRK-PROMOCOES-PATH
           END-IF.

           OPEN I-O PROMOCOES
              IF PROMOCOES-STATUS = 35 THEN
                 OPEN OUTPUT PROMOCOES
                 CLOSE PROMOCOES
                 OPEN I-O PROMOCOES
              END-IF.
           IF PROMOCOES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PROMOCOES.DAT. STATUS: '
                 PROMOCOES-STATUS
              GOBACK
           END-IF.

           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.
           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PRODUTOS.DAT. STATUS: '
                 PRODUTOS-STATUS
              CLOSE PROMOCOES
              GOBACK
           END-IF.

           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-PEDITENS-PATH FROM ENVIRONMENT 'PEDITENS_DAT'.
           IF WRK-PEDITENS-PATH = SPACES
              MOVE WRK-PEDITENS-PATH-PADRAO TO WRK-PEDITENS-PATH
           END-IF.
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 4000-INCLUIR
              WHEN 2
                 PERFORM 4100-CONSULTAR
              WHEN 3
                 PERFORM 4200-ALTERAR
              WHEN 4
                 PERFORM 4300-EXCLUIR
              WHEN 5
                 PERFORM 5000-RELATORIO-VENDAS
              WHEN OTHER
                 IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY ' ENTRADA INVALIDA!!!'
                    ACCEPT WRK-TECLA
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       4000-INCLUIR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACES TO PROM-DESCRICAO PROM-ALVO PROM-TIPO.
           MOVE ZEROS  TO PROM-CODIGO PROM-PRODUTO PROM-CATEGORIA
                          PROM-DT-INICIO PROM-DT-FIM PROM-FILIAL
                          PROM-FAIXAS.
           ACCEPT TELA-CHAVE.

           IF PROM-CODIGO = ZEROS
              DISPLAY 'CODIGO INVALIDO!' AT 2401
           ELSE
              ACCEPT TELA-DADOS
              PERFORM 4050-VALIDAR-DADOS
              IF WRK-MSG NOT = SPACES
                 DISPLAY WRK-MSG AT 2401
              ELSE
                 WRITE PROM-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 EVALUATE PROMOCOES-STATUS
                    WHEN 00
                       DISPLAY 'PROMOCAO INCLUIDA COM SUCESSO!'
                          AT 2401
                    WHEN 22
                       DISPLAY 'JA EXISTE PROMOCAO COM ESSE CODIGO!'
                          AT 2401
                    WHEN OTHER
                       DISPLAY 'ERRO AO INCLUIR. STATUS: '
                          PROMOCOES-STATUS AT 2401
                 END-EVALUATE
              END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2460.
      *----------------------------------------------------------------*
       4050-VALIDAR-DADOS SECTION.
      *----------------------------------------------------------------*
      *    A PROMOCAO PRECISA DE ALVO EXISTENTE, VIGENCIA FECHADA E
      *    AO MENOS UMA FAIXA COM VALOR PARA O TIPO ESCOLHIDO. O
      *    CAMPO DO OUTRO ALVO E ZERADO PARA NAO CONFUNDIR A BUSCA.
           MOVE SPACES TO WRK-MSG.
           INSPECT PROM-ALVO CONVERTING 'pc' TO 'PC'.
           INSPECT PROM-TIPO CONVERTING 'pf' TO 'PF'.
           IF PROM-ALVO = 'P'
              MOVE ZEROS TO PROM-CATEGORIA
           ELSE
              MOVE ZEROS TO PROM-PRODUTO
           END-IF.

           MOVE ZEROS TO WRK-QTD-FAIXAS.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                 UNTIL WRK-IDX-FAIXA > 3
              IF (PROM-TIPO = 'P'
                     AND PROM-FX-PCT(WRK-IDX-FAIXA) > ZEROS)
                    OR (PROM-TIPO = 'F'
                     AND PROM-FX-PRECO(WRK-IDX-FAIXA) > ZEROS)
                 ADD 1 TO WRK-QTD-FAIXAS
              END-IF
           END-PERFORM.

           IF PROM-ALVO = 'P'
              MOVE PROM-PRODUTO TO PRODUTOS-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF.

           EVALUATE TRUE
              WHEN PROM-DESCRICAO = SPACES
                 MOVE 'DESCRICAO OBRIGATORIA!' TO WRK-MSG
              WHEN PROM-ALVO NOT = 'P' AND PROM-ALVO NOT = 'C'
                 MOVE 'ALVO DEVE SER P OU C!' TO WRK-MSG
              WHEN PROM-ALVO = 'P' AND PRODUTOS-STATUS NOT = 00
                 MOVE 'PRODUTO NAO ENCONTRADO!' TO WRK-MSG
              WHEN PROM-ALVO = 'C' AND PROM-CATEGORIA = ZEROS
                 MOVE 'CATEGORIA INVALIDA!' TO WRK-MSG
              WHEN PROM-DT-INICIO = ZEROS
                    OR PROM-DT-FIM < PROM-DT-INICIO
                 MOVE 'VIGENCIA INVALIDA!' TO WRK-MSG
              WHEN PROM-TIPO NOT = 'P' AND PROM-TIPO NOT = 'F'
                 MOVE 'TIPO DEVE SER P OU F!' TO WRK-MSG
              WHEN WRK-QTD-FAIXAS = ZEROS
                 MOVE 'INFORME AO MENOS UMA FAIXA!' TO WRK-MSG
           END-EVALUATE.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO PROM-CODIGO.
           ACCEPT TELA-CHAVE.

           READ PROMOCOES
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE PROMOCOES-STATUS
              WHEN 00
                 DISPLAY TELA-CONSULTA-DADOS
              WHEN 23
                 DISPLAY 'PROMOCAO NAO ENCONTRADA!' AT 2401
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    PROMOCOES-STATUS AT 2401
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2460.
      *----------------------------------------------------------------*
       4200-ALTERAR SECTION.
      *----------------------------------------------------------------*
      *    ALTERAR NAO MEXE NOS PEDIDOS JA DIGITADOS: A LINHA GUARDA
      *    O PRECO E O DESCONTO DO MOMENTO DA VENDA.
           MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO PROM-CODIGO.
           ACCEPT TELA-CHAVE.

           READ PROMOCOES
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE PROMOCOES-STATUS
              WHEN 00
                 ACCEPT TELA-DADOS
                 PERFORM 4050-VALIDAR-DADOS
                 IF WRK-MSG NOT = SPACES
                    DISPLAY WRK-MSG AT 2401
                 ELSE
                    REWRITE PROM-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                    IF PROMOCOES-STATUS = 00
                       DISPLAY 'PROMOCAO ALTERADA COM SUCESSO!'
                          AT 2401
                    ELSE
                       DISPLAY 'ERRO AO ALTERAR. STATUS: '
                          PROMOCOES-STATUS AT 2401
                    END-IF
                 END-IF
              WHEN 23
                 DISPLAY 'PROMOCAO NAO ENCONTRADA!' AT 2401
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    PROMOCOES-STATUS AT 2401
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2460.
      *----------------------------------------------------------------*
       4300-EXCLUIR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - EXCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO PROM-CODIGO.
           ACCEPT TELA-CHAVE.

           READ PROMOCOES
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE PROMOCOES-STATUS
              WHEN 00
                 MOVE SPACES TO WRK-CONFIRMA
                 ACCEPT TELA-EXCLUIR-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    DELETE PROMOCOES
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    IF PROMOCOES-STATUS = 00
                       DISPLAY 'PROMOCAO EXCLUIDA COM SUCESSO!'
                          AT 2401
                    ELSE
                       DISPLAY 'ERRO AO EXCLUIR. STATUS: '
                          PROMOCOES-STATUS AT 2401
                    END-IF
                 ELSE
                    DISPLAY 'EXCLUSAO CANCELADA!' AT 2401
                 END-IF
              WHEN 23
                 DISPLAY 'PROMOCAO NAO ENCONTRADA!' AT 2401
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    PROMOCOES-STATUS AT 2401
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2460.
      *----------------------------------------------------------------*
       5000-RELATORIO-VENDAS SECTION.
      *----------------------------------------------------------------*
      *    VENDAS PROMOCIONAIS DOS PEDIDOS DIGITADOS NO PERIODO
      *    (CANCELADOS FICAM DE FORA): LINHAS, QUANTIDADE, RECEITA
      *    DAS LINHAS (ANTES DO DESCONTO DE CABECALHO) E DESCONTO
      *    CONCEDIDO PELA PROMOCAO SOBRE O PRECO VIGENTE.
           MOVE 'MODULO - RELATORIO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-DT-INICIAL WRK-DT-FINAL.
           ACCEPT TELA-PERIODO.

           IF WRK-DT-INICIAL = ZEROS OR WRK-DT-FINAL < WRK-DT-INICIAL
              DISPLAY 'PERIODO INVALIDO!' AT 2401
              ACCEPT WRK-TECLA AT 2460
           ELSE
              OPEN INPUT PEDIDOS
              OPEN INPUT PEDITENS
              IF PEDIDOS-STATUS NOT = 00 OR PEDITENS-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR PEDIDOS/PEDITENS. STATUS: '
                    PEDIDOS-STATUS '/' PEDITENS-STATUS AT 2401
                 ACCEPT WRK-TECLA AT 2460
              ELSE
                 PERFORM 5010-ACUMULAR-PERIODO
                 PERFORM 5030-IMPRIMIR-RELATORIO
                 DISPLAY 'RELATORIO GERADO EM PROMOCOES.REL!' AT 2401
                 ACCEPT WRK-TECLA AT 2460
              END-IF
              CLOSE PEDIDOS
              CLOSE PEDITENS
           END-IF.
      *----------------------------------------------------------------*
       5010-ACUMULAR-PERIODO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-PROM.
           MOVE 'N' TO WRK-FIM-PEDIDOS.
           MOVE WRK-DT-INICIAL TO PEDIDOS-DATA.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DATA
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-PEDIDOS
           END-START.

           PERFORM UNTIL WRK-FIM-PEDIDOS = 'S'
              READ PEDIDOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-PEDIDOS
              END-READ
              IF WRK-FIM-PEDIDOS NOT = 'S'
                 IF PEDIDOS-DATA > WRK-DT-FINAL
                    MOVE 'S' TO WRK-FIM-PEDIDOS
                 ELSE
                    IF PEDIDOS-SITUACAO NOT = 'C'
                       PERFORM 5020-ACUMULAR-ITENS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       5020-ACUMULAR-ITENS SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ITENS.
           MOVE PEDIDOS-NUMERO TO ITENS-NUMERO.
           MOVE ZEROS          TO ITENS-LINHA.
           START PEDITENS KEY IS NOT LESS THAN ITENS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ITENS
           END-START.

           PERFORM UNTIL WRK-FIM-ITENS = 'S'
              READ PEDITENS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ITENS
              END-READ
              IF WRK-FIM-ITENS NOT = 'S'
                 IF ITENS-NUMERO NOT = PEDIDOS-NUMERO
                    MOVE 'S' TO WRK-FIM-ITENS
                 ELSE
                    IF ITENS-PROMOCAO NOT = ZEROS
                       PERFORM 5025-SOMAR-PROMOCAO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       5025-SOMAR-PROMOCAO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU-PROM.
           PERFORM VARYING WRK-IDX-PROM FROM 1 BY 1
                 UNTIL WRK-IDX-PROM > WRK-QTD-PROM
                    OR WRK-ACHOU-PROM = 'S'
              IF WRK-TP-CODIGO(WRK-IDX-PROM) = ITENS-PROMOCAO
                 MOVE 'S' TO WRK-ACHOU-PROM
              END-IF
           END-PERFORM.

           IF WRK-ACHOU-PROM = 'S'
              SUBTRACT 1 FROM WRK-IDX-PROM
           ELSE
              IF WRK-QTD-PROM < 200
                 ADD 1 TO WRK-QTD-PROM
                 MOVE WRK-QTD-PROM   TO WRK-IDX-PROM
                 MOVE ITENS-PROMOCAO TO WRK-TP-CODIGO(WRK-IDX-PROM)
                 MOVE ZEROS TO WRK-TP-LINHAS(WRK-IDX-PROM)
                               WRK-TP-QUANTIDADE(WRK-IDX-PROM)
                               WRK-TP-RECEITA(WRK-IDX-PROM)
                               WRK-TP-DESCONTO(WRK-IDX-PROM)
                 MOVE 'S' TO WRK-ACHOU-PROM
              END-IF
           END-IF.

           IF WRK-ACHOU-PROM = 'S'
              ADD 1 TO WRK-TP-LINHAS(WRK-IDX-PROM)
              ADD ITENS-QUANTIDADE
                 TO WRK-TP-QUANTIDADE(WRK-IDX-PROM)
              ADD ITENS-VALOR TO WRK-TP-RECEITA(WRK-IDX-PROM)
              ADD ITENS-DESC-PROMOCAO
                 TO WRK-TP-DESCONTO(WRK-IDX-PROM)
           END-IF.
      *----------------------------------------------------------------*
       5030-IMPRIMIR-RELATORIO SECTION.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PAGINA.
           MOVE ZEROS TO WRK-TOT-LINHAS WRK-TOT-QUANTIDADE
                         WRK-TOT-RECEITA WRK-TOT-DESCONTO.
           OPEN OUTPUT RELATORIO.
           PERFORM 5031-CABECALHO.

           IF WRK-QTD-PROM = ZEROS
              WRITE REG-RELATORIO FROM WRK-REL-SEM-VENDAS
           END-IF.

           PERFORM VARYING WRK-IDX-PROM FROM 1 BY 1
                 UNTIL WRK-IDX-PROM > WRK-QTD-PROM
              IF WRK-LINHAS-PAGINA >= 50
                 ADD 1 TO WRK-PAGINA
                 PERFORM 5031-CABECALHO
              END-IF
              MOVE WRK-TP-CODIGO(WRK-IDX-PROM) TO PROM-CODIGO
                 WRK-REL-CODIGO
              READ PROMOCOES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PROMOCOES-STATUS = 00
                 MOVE PROM-DESCRICAO TO WRK-REL-DESCRICAO
              ELSE
                 MOVE '(PROMOCAO EXCLUIDA)' TO WRK-REL-DESCRICAO
              END-IF
              MOVE WRK-TP-LINHAS(WRK-IDX-PROM)     TO WRK-REL-LINHAS
              MOVE WRK-TP-QUANTIDADE(WRK-IDX-PROM)
                 TO WRK-REL-QUANTIDADE
              MOVE WRK-TP-RECEITA(WRK-IDX-PROM)    TO WRK-REL-RECEITA
              MOVE WRK-TP-DESCONTO(WRK-IDX-PROM)   TO WRK-REL-DESCONTO
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
              ADD 1 TO WRK-LINHAS-PAGINA
              ADD WRK-TP-LINHAS(WRK-IDX-PROM)     TO WRK-TOT-LINHAS
              ADD WRK-TP-QUANTIDADE(WRK-IDX-PROM)
                 TO WRK-TOT-QUANTIDADE
              ADD WRK-TP-RECEITA(WRK-IDX-PROM)    TO WRK-TOT-RECEITA
              ADD WRK-TP-DESCONTO(WRK-IDX-PROM)   TO WRK-TOT-DESCONTO
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROS            TO WRK-REL-CODIGO.
           MOVE 'TOTAL GERAL'    TO WRK-REL-DESCRICAO.
           MOVE WRK-TOT-LINHAS     TO WRK-REL-LINHAS.
           MOVE WRK-TOT-QUANTIDADE TO WRK-REL-QUANTIDADE.
           MOVE WRK-TOT-RECEITA    TO WRK-REL-RECEITA.
           MOVE WRK-TOT-DESCONTO   TO WRK-REL-DESCONTO.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'PROMOCOES'       TO SPL-PROGRAMA.
           MOVE 'PROMOCOES.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       5031-CABECALHO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-RELATORIO.
           IF WRK-PAGINA > 1
              WRITE REG-RELATORIO AFTER ADVANCING PAGE
           END-IF.
           MOVE WRK-PAGINA     TO WRK-REL-PAGINA.
           MOVE WRK-DT-INICIAL TO WRK-REL-DT-INI.
           MOVE WRK-DT-FINAL   TO WRK-REL-DT-FIM.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC3.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 0 TO WRK-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE PROMOCOES.
           CLOSE PRODUTOS.
