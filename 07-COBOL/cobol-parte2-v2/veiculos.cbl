      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CRUD DE VEICULOS DE ENTREGA
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    CADASTRO DA FROTA: PLACA, DESCRICAO, PESO MAXIMO (KG),
      *    CUBAGEM MAXIMA (M3) E FILIAL DE CADA VEICULO. O ENTREGAS
      *    CONFERE A CARGA DA ROTA CONTRA ESTA CAPACIDADE E O
      *    ROMANEIO IMPRIME O APROVEITAMENTO DE CADA VEICULO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. VEICULOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT VEICULOS ASSIGN TO WRK-VEICULOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS VEICULOS-STATUS
              RECORD KEY VEI-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD VEICULOS.
       COPY 'veiculos-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'veiculos-cfg.cpy'.
       77 VEICULOS-STATUS PIC   9(02).
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-TECLA            PIC   X(1).
       77 WRK-CONFIRMA         PIC   X(1).
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
                 FROM 'SISTEMA DE VEICULOS'.
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

       01 TELA-INCLUSAO.
             05 LINE 16 COLUMN 15 VALUE 'PLACA...........: '.
             05 LINE 16 COLUMN 35 PIC X(10) USING VEI-PLACA.
             05 LINE 17 COLUMN 15 VALUE 'DESCRICAO.......: '.
             05 LINE 17 COLUMN 35 PIC X(20) USING VEI-DESCRICAO.
             05 LINE 18 COLUMN 15 VALUE 'PESO MAXIMO KG..: '.
             05 LINE 18 COLUMN 35 PIC 9(06)V99 USING VEI-PESO-MAX.
             05 LINE 19 COLUMN 15 VALUE 'CUBAGEM MAX M3..: '.
             05 LINE 19 COLUMN 35 PIC 9(03)V999 USING VEI-VOLUME-MAX.
             05 LINE 20 COLUMN 15 VALUE 'FILIAL..........: '.
             05 LINE 20 COLUMN 35 PIC 9(02) USING VEI-FILIAL.

       01 TELA-CONSULTA-CHAVE.
             05 LINE 16 COLUMN 15 VALUE 'PLACA...........: '.
             05 LINE 16 COLUMN 35 PIC X(10) USING VEI-PLACA.

       01 TELA-CONSULTA-DADOS.
             05 LINE 17 COLUMN 15 VALUE 'DESCRICAO.......: '.
             05 LINE 17 COLUMN 35 PIC X(20) FROM VEI-DESCRICAO.
             05 LINE 18 COLUMN 15 VALUE 'PESO MAXIMO KG..: '.
             05 LINE 18 COLUMN 35 PIC ZZZZZ9.99 FROM VEI-PESO-MAX.
             05 LINE 19 COLUMN 15 VALUE 'CUBAGEM MAX M3..: '.
             05 LINE 19 COLUMN 35 PIC ZZ9.999 FROM VEI-VOLUME-MAX.
             05 LINE 20 COLUMN 15 VALUE 'FILIAL..........: '.
             05 LINE 20 COLUMN 35 PIC 9(02) FROM VEI-FILIAL.

       01 TELA-ALTERAR-DADOS.
             05 LINE 17 COLUMN 15 VALUE 'DESCRICAO.......: '.
             05 LINE 17 COLUMN 35 PIC X(20) USING VEI-DESCRICAO.
             05 LINE 18 COLUMN 15 VALUE 'PESO MAXIMO KG..: '.
             05 LINE 18 COLUMN 35 PIC 9(06)V99 USING VEI-PESO-MAX.
             05 LINE 19 COLUMN 15 VALUE 'CUBAGEM MAX M3..: '.
             05 LINE 19 COLUMN 35 PIC 9(03)V999 USING VEI-VOLUME-MAX.
             05 LINE 20 COLUMN 15 VALUE 'FILIAL..........: '.
             05 LINE 20 COLUMN 35 PIC 9(02) USING VEI-FILIAL.

       01 TELA-EXCLUIR-CONFIRMA.
             05 LINE 17 COLUMN 15 VALUE 'DESCRICAO.......: '.
             05 LINE 17 COLUMN 35 PIC X(20) FROM VEI-DESCRICAO.
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
           ACCEPT WRK-VEICULOS-PATH FROM ENVIRONMENT
              'VEICULOS_DAT'.
           IF WRK-VEICULOS-PATH = SPACES
              MOVE WRK-VEICULOS-PATH-PADRAO
                 TO WRK-VEICULOS-PATH
           END-IF.

           OPEN I-O VEICULOS
              IF VEICULOS-STATUS = 35 THEN
                 OPEN OUTPUT VEICULOS
                 CLOSE VEICULOS
                 OPEN I-O VEICULOS
              END-IF.

           IF VEICULOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR VEICULOS.DAT. STATUS: '
                 VEICULOS-STATUS
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
           MOVE SPACES TO VEI-PLACA VEI-DESCRICAO.
           MOVE ZEROS  TO VEI-PESO-MAX VEI-VOLUME-MAX VEI-FILIAL.
           ACCEPT TELA-INCLUSAO.
           INSPECT VEI-PLACA CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF VEI-PLACA = SPACES
              DISPLAY 'PLACA INVALIDA!' AT 2001
           ELSE
              WRITE VEI-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              EVALUATE VEICULOS-STATUS
                 WHEN 00
                    DISPLAY 'VEICULO INCLUIDO COM SUCESSO!'
                       AT 2001
                 WHEN 22
                    DISPLAY 'JA EXISTE VEICULO COM ESSA PLACA!'
                       AT 2001
                 WHEN OTHER
                    DISPLAY 'ERRO AO INCLUIR. STATUS: '
                       VEICULOS-STATUS AT 2001
              END-EVALUATE
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACES TO VEI-PLACA.
           ACCEPT TELA-CONSULTA-CHAVE.
           INSPECT VEI-PLACA CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           READ VEICULOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE VEICULOS-STATUS
              WHEN 00
                 DISPLAY TELA-CONSULTA-DADOS
              WHEN 23
                 DISPLAY 'VEICULO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    VEICULOS-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4200-ALTERAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACES TO VEI-PLACA.
           ACCEPT TELA-CONSULTA-CHAVE.
           INSPECT VEI-PLACA CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           READ VEICULOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE VEICULOS-STATUS
              WHEN 00
                 ACCEPT TELA-ALTERAR-DADOS
                 REWRITE VEI-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 EVALUATE VEICULOS-STATUS
                    WHEN 00
                       DISPLAY 'VEICULO ALTERADO COM SUCESSO!'
                          AT 2001
                    WHEN OTHER
                       DISPLAY 'ERRO AO ALTERAR. STATUS: '
                          VEICULOS-STATUS AT 2001
                 END-EVALUATE
              WHEN 23
                 DISPLAY 'VEICULO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    VEICULOS-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4300-EXCLUIR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - EXCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACES TO VEI-PLACA.
           ACCEPT TELA-CONSULTA-CHAVE.
           INSPECT VEI-PLACA CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           READ VEICULOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE VEICULOS-STATUS
              WHEN 00
                 MOVE SPACES TO WRK-CONFIRMA
                 ACCEPT TELA-EXCLUIR-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    DELETE VEICULOS
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    EVALUATE VEICULOS-STATUS
                       WHEN 00
                          DISPLAY 'VEICULO EXCLUIDO COM SUCESSO!'
                             AT 2001
                       WHEN OTHER
                          DISPLAY 'ERRO AO EXCLUIR. STATUS: '
                             VEICULOS-STATUS AT 2001
                    END-EVALUATE
                 ELSE
                    DISPLAY 'EXCLUSAO CANCELADA!' AT 2001
                 END-IF
              WHEN 23
                 DISPLAY 'VEICULO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    VEICULOS-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE VEICULOS.
      *----------------------------------------------------------------*
