      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CRUD DE PRODUTOS SUBSTITUTOS
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    CADASTRO DOS EQUIVALENTES DE CADA PRODUTO: PARA O PRODUTO
      *    EM FALTA, O SUBSTITUTO, A PRIORIDADE DA OFERTA (1 = PRIMEIRO
      *    DA LISTA) E A REGRA DE PRECO DA LINHA TROCADA ('S' PRECO DO
      *    SUBSTITUTO, 'O' PRECO DO ORIGINAL, 'M' O MENOR DOS DOIS).
      *    O PEDIDOS OFERECE ESTA LISTA QUANDO O SALDO NAO ATENDE O
      *    ITEM DIGITADO. OS DOIS CODIGOS SAO CONFERIDOS NO CATALOGO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. SUBSTITUTOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT SUBSTITUTOS ASSIGN TO WRK-SUBSTITUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SUBSTITUTOS-STATUS
              RECORD KEY SUBST-CHAVE.

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD SUBSTITUTOS.
       COPY 'substitutos-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'substitutos-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       77 SUBSTITUTOS-STATUS   PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-TECLA            PIC   X(1).
       77 WRK-CONFIRMA         PIC   X(1).
       77 WRK-VALIDO           PIC   X(01).
       77 WRK-DESC-PRODUTO     PIC   X(30).
       77 WRK-DESC-SUBSTITUTO  PIC   X(30).
      *------------------------
       SCREEN SECTION.
      *------------------------
       01 TELA.
          05 LIMPA-TELA.
             10 BLANK SCREEN.
             10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 2.
             10 LINE 01 COLUMN 25 PIC X(25)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                 FROM 'SISTEMA DE SUBSTITUTOS'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
             05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
             05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO..: '.
             05 LINE 13 COLUMN 24 USING WRK-OPCAO.

       01 TELA-CONSULTA-CHAVE.
             05 LINE 16 COLUMN 15 VALUE 'PRODUTO.........: '.
             05 LINE 16 COLUMN 35 PIC 9(06) USING SUBST-PRODUTO.
             05 LINE 17 COLUMN 15 VALUE 'SUBSTITUTO......: '.
             05 LINE 17 COLUMN 35 PIC 9(06) USING SUBST-SUBSTITUTO.

       01 TELA-DESCRICOES.
             05 LINE 16 COLUMN 43 PIC X(30) FROM WRK-DESC-PRODUTO.
             05 LINE 17 COLUMN 43 PIC X(30) FROM WRK-DESC-SUBSTITUTO.

       01 TELA-INCLUSAO.
             05 LINE 18 COLUMN 15 VALUE 'PRIORIDADE......: '.
             05 LINE 18 COLUMN 35 PIC 9(02) USING SUBST-PRIORIDADE.
             05 LINE 19 COLUMN 15 VALUE 'REGRA DE PRECO..: '.
             05 LINE 19 COLUMN 35 PIC X(01) USING SUBST-REGRA-PRECO.
             05 LINE 19 COLUMN 38 VALUE
                'S=DO SUBSTITUTO O=DO ORIGINAL M=MENOR'.

       01 TELA-CONSULTA-DADOS.
             05 LINE 18 COLUMN 15 VALUE 'PRIORIDADE......: '.
             05 LINE 18 COLUMN 35 PIC 9(02) FROM SUBST-PRIORIDADE.
             05 LINE 19 COLUMN 15 VALUE 'REGRA DE PRECO..: '.
             05 LINE 19 COLUMN 35 PIC X(01) FROM SUBST-REGRA-PRECO.
             05 LINE 19 COLUMN 38 VALUE
                'S=DO SUBSTITUTO O=DO ORIGINAL M=MENOR'.

       01 TELA-EXCLUIR-CONFIRMA.
             05 LINE 21 COLUMN 15 VALUE 'CONFIRMA EXCLUSAO (S/N)?: '.
             05 LINE 21 COLUMN 41 PIC X(01) USING WRK-CONFIRMA.
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
           ACCEPT WRK-SUBSTITUTOS-PATH FROM ENVIRONMENT
              'SUBSTITUTOS_DAT'.
           IF WRK-SUBSTITUTOS-PATH = SPACES
              MOVE WRK-SUBSTITUTOS-PATH-PADRAO
                 TO WRK-SUBSTITUTOS-PATH
           END-IF.
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.

           OPEN I-O SUBSTITUTOS
              IF SUBSTITUTOS-STATUS = 35 THEN
                 OPEN OUTPUT SUBSTITUTOS
                 CLOSE SUBSTITUTOS
                 OPEN I-O SUBSTITUTOS
              END-IF.

           IF SUBSTITUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR SUBSTITUTOS.DAT. STATUS: '
                 SUBSTITUTOS-STATUS
              GOBACK
           END-IF.

           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PRODUTOS.DAT. STATUS: '
                 PRODUTOS-STATUS
              CLOSE SUBSTITUTOS
              GOBACK
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
           MOVE ZEROS TO SUBST-PRODUTO SUBST-SUBSTITUTO.
           ACCEPT TELA-CONSULTA-CHAVE.
           PERFORM 4050-CONFERIR-PRODUTOS.
           IF WRK-VALIDO = 'S'
              MOVE 1   TO SUBST-PRIORIDADE
              MOVE 'S' TO SUBST-REGRA-PRECO
              ACCEPT TELA-INCLUSAO
              PERFORM 4060-CONFERIR-DADOS
           END-IF.

           IF WRK-VALIDO = 'S'
              WRITE SUBST-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              EVALUATE SUBSTITUTOS-STATUS
                 WHEN 00
                    DISPLAY 'SUBSTITUTO INCLUIDO COM SUCESSO!'
                       AT 2001
                 WHEN 22
                    DISPLAY 'SUBSTITUTO JA CADASTRADO PARA O PRODUTO!'
                       AT 2001
                 WHEN OTHER
                    DISPLAY 'ERRO AO INCLUIR. STATUS: '
                       SUBSTITUTOS-STATUS AT 2001
              END-EVALUATE
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4050-CONFERIR-PRODUTOS SECTION.
      *----------------------------------------------------------------*
      *    OS DOIS CODIGOS TEM DE EXISTIR NO CATALOGO E SER DIFERENTES.
           MOVE 'S' TO WRK-VALIDO.
           MOVE SPACES TO WRK-DESC-PRODUTO WRK-DESC-SUBSTITUTO.
           MOVE SUBST-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS = 00
              MOVE PRODUTOS-DESCRICAO TO WRK-DESC-PRODUTO
           ELSE
              DISPLAY 'PRODUTO NAO ENCONTRADO!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           END-IF.

           IF WRK-VALIDO = 'S'
              MOVE SUBST-SUBSTITUTO TO PRODUTOS-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PRODUTOS-STATUS = 00
                 MOVE PRODUTOS-DESCRICAO TO WRK-DESC-SUBSTITUTO
              ELSE
                 DISPLAY 'SUBSTITUTO NAO ENCONTRADO!' AT 2001
                 MOVE 'N' TO WRK-VALIDO
              END-IF
           END-IF.

           IF WRK-VALIDO = 'S' AND SUBST-PRODUTO = SUBST-SUBSTITUTO
              DISPLAY 'PRODUTO NAO SUBSTITUI A SI MESMO!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-VALIDO = 'S'
              DISPLAY TELA-DESCRICOES
           END-IF.
      *----------------------------------------------------------------*
       4060-CONFERIR-DADOS SECTION.
      *----------------------------------------------------------------*
           INSPECT SUBST-REGRA-PRECO CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF SUBST-REGRA-PRECO = SPACES
              MOVE 'S' TO SUBST-REGRA-PRECO
           END-IF.
           IF SUBST-PRIORIDADE = ZEROS
              DISPLAY 'PRIORIDADE DEVE SER DE 1 A 99!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-VALIDO = 'S' AND SUBST-REGRA-PRECO NOT = 'S'
                 AND SUBST-REGRA-PRECO NOT = 'O'
                 AND SUBST-REGRA-PRECO NOT = 'M'
              DISPLAY 'REGRA DE PRECO INVALIDA (S/O/M)!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           END-IF.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO SUBST-PRODUTO SUBST-SUBSTITUTO.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ SUBSTITUTOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE SUBSTITUTOS-STATUS
              WHEN 00
                 PERFORM 4050-CONFERIR-PRODUTOS
                 DISPLAY TELA-CONSULTA-DADOS
              WHEN 23
                 DISPLAY 'SUBSTITUTO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    SUBSTITUTOS-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4200-ALTERAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO SUBST-PRODUTO SUBST-SUBSTITUTO.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ SUBSTITUTOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE SUBSTITUTOS-STATUS
              WHEN 00
                 PERFORM 4050-CONFERIR-PRODUTOS
                 MOVE 'S' TO WRK-VALIDO
                 ACCEPT TELA-INCLUSAO
                 PERFORM 4060-CONFERIR-DADOS
                 IF WRK-VALIDO = 'S'
                    REWRITE SUBST-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                    EVALUATE SUBSTITUTOS-STATUS
                       WHEN 00
                          DISPLAY 'SUBSTITUTO ALTERADO COM SUCESSO!'
                             AT 2001
                       WHEN OTHER
                          DISPLAY 'ERRO AO ALTERAR. STATUS: '
                             SUBSTITUTOS-STATUS AT 2001
                    END-EVALUATE
                 END-IF
              WHEN 23
                 DISPLAY 'SUBSTITUTO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    SUBSTITUTOS-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4300-EXCLUIR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - EXCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO SUBST-PRODUTO SUBST-SUBSTITUTO.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ SUBSTITUTOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE SUBSTITUTOS-STATUS
              WHEN 00
                 DISPLAY TELA-CONSULTA-DADOS
                 MOVE SPACES TO WRK-CONFIRMA
                 ACCEPT TELA-EXCLUIR-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    DELETE SUBSTITUTOS
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    EVALUATE SUBSTITUTOS-STATUS
                       WHEN 00
                          DISPLAY 'SUBSTITUTO EXCLUIDO COM SUCESSO!'
                             AT 2001
                       WHEN OTHER
                          DISPLAY 'ERRO AO EXCLUIR. STATUS: '
                             SUBSTITUTOS-STATUS AT 2001
                    END-EVALUATE
                 ELSE
                    DISPLAY 'EXCLUSAO CANCELADA!' AT 2001
                 END-IF
              WHEN 23
                 DISPLAY 'SUBSTITUTO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    SUBSTITUTOS-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE SUBSTITUTOS.
           CLOSE PRODUTOS.
      *----------------------------------------------------------------*
