      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CRUD DO ORCAMENTO POR CONTA CONTABIL
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    MANUTENCAO DE ORCCONTA.DAT: UM VALOR ORCADO POR CONTA DO
      *    PLANOCONTAS, ANO E MES, COM A NATUREZA DA CONTA. A CARGA
      *    DO ANO INTEIRO VEM PELO ORCCONTALOAD; ESTA TELA E PARA OS
      *    AJUSTES. O CONFRONTO COM O REALIZADO E O ORCREAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. ORCCONTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT ORCCONTA ASSIGN TO WRK-ORCCONTA-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ORCCONTA-STATUS
              RECORD KEY OCT-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD ORCCONTA.
       COPY 'orcconta-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'orcconta-cfg.cpy'.
       77 ORCCONTA-STATUS      PIC   9(02).
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
                 FROM 'ORCAMENTO POR CONTA'.
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
             05 LINE 16 COLUMN 15 VALUE 'CONTA...: '.
             05 LINE 16 COLUMN 30 PIC X(08) USING OCT-CONTA.
             05 LINE 17 COLUMN 15 VALUE 'ANO.....: '.
             05 LINE 17 COLUMN 30 PIC 9(04) USING OCT-ANO.
             05 LINE 18 COLUMN 15 VALUE 'MES.....: '.
             05 LINE 18 COLUMN 30 PIC 9(02) USING OCT-MES.
             05 LINE 19 COLUMN 15 VALUE 'NATUREZA: '.
             05 LINE 19 COLUMN 30 PIC X(01) USING OCT-NATUREZA.
             05 LINE 19 COLUMN 33 VALUE '(D-DEVEDORA C-CREDORA)'.
             05 LINE 20 COLUMN 15 VALUE 'VALOR...: '.
             05 LINE 20 COLUMN 30 PIC 9(09)V99 USING OCT-VALOR.

       01 TELA-CONSULTA-CHAVE.
             05 LINE 16 COLUMN 15 VALUE 'CONTA...: '.
             05 LINE 16 COLUMN 30 PIC X(08) USING OCT-CONTA.
             05 LINE 17 COLUMN 15 VALUE 'ANO.....: '.
             05 LINE 17 COLUMN 30 PIC 9(04) USING OCT-ANO.
             05 LINE 18 COLUMN 15 VALUE 'MES.....: '.
             05 LINE 18 COLUMN 30 PIC 9(02) USING OCT-MES.

       01 TELA-CONSULTA-DADOS.
             05 LINE 19 COLUMN 15 VALUE 'NATUREZA: '.
             05 LINE 19 COLUMN 30 PIC X(01) FROM OCT-NATUREZA.
             05 LINE 20 COLUMN 15 VALUE 'VALOR...: '.
             05 LINE 20 COLUMN 30 PIC 9(09)V99 FROM OCT-VALOR.

       01 TELA-ALTERAR-DADOS.
             05 LINE 19 COLUMN 15 VALUE 'NATUREZA: '.
             05 LINE 19 COLUMN 30 PIC X(01) USING OCT-NATUREZA.
             05 LINE 19 COLUMN 33 VALUE '(D-DEVEDORA C-CREDORA)'.
             05 LINE 20 COLUMN 15 VALUE 'VALOR...: '.
             05 LINE 20 COLUMN 30 PIC 9(09)V99 USING OCT-VALOR.

       01 TELA-EXCLUIR-CONFIRMA.
             05 LINE 19 COLUMN 15 VALUE 'NATUREZA: '.
             05 LINE 19 COLUMN 30 PIC X(01) FROM OCT-NATUREZA.
             05 LINE 20 COLUMN 15 VALUE 'VALOR...: '.
             05 LINE 20 COLUMN 30 PIC 9(09)V99 FROM OCT-VALOR.
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
           ACCEPT WRK-ORCCONTA-PATH FROM ENVIRONMENT 'ORCCONTA_DAT'.
           IF WRK-ORCCONTA-PATH = SPACES
              MOVE WRK-ORCCONTA-PATH-PADRAO TO WRK-ORCCONTA-PATH
           END-IF.

           OPEN I-O ORCCONTA
              IF ORCCONTA-STATUS = 35 THEN
                 OPEN OUTPUT ORCCONTA
                 CLOSE ORCCONTA
                 OPEN I-O ORCCONTA
              END-IF.

           IF ORCCONTA-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR ORCCONTA.DAT. STATUS: '
                 ORCCONTA-STATUS
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
           INITIALIZE OCT-REG.
           MOVE 'D' TO OCT-NATUREZA.
           ACCEPT TELA-INCLUSAO.

           IF OCT-CONTA = SPACES OR OCT-ANO = ZEROS
                 OR OCT-MES < 1 OR OCT-MES > 12
              DISPLAY 'CONTA, ANO OU MES INVALIDO!' AT 2001
           ELSE
           IF OCT-NATUREZA NOT = 'D' AND OCT-NATUREZA NOT = 'C'
              DISPLAY 'NATUREZA DEVE SER D OU C!' AT 2001
           ELSE
              WRITE OCT-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              EVALUATE ORCCONTA-STATUS
                 WHEN 00
                    DISPLAY 'ORCAMENTO INCLUIDO COM SUCESSO!'
                       AT 2001
                 WHEN 22
                    DISPLAY 'JA EXISTE ORCAMENTO PARA CONTA/MES!'
                       AT 2001
                 WHEN OTHER
                    DISPLAY 'ERRO AO INCLUIR. STATUS: '
                       ORCCONTA-STATUS AT 2001
              END-EVALUATE
           END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
           INITIALIZE OCT-REG.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ ORCCONTA
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE ORCCONTA-STATUS
              WHEN 00
                 DISPLAY TELA-CONSULTA-DADOS
              WHEN 23
                 DISPLAY 'ORCAMENTO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    ORCCONTA-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4200-ALTERAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
           DISPLAY TELA.
           INITIALIZE OCT-REG.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ ORCCONTA
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE ORCCONTA-STATUS
              WHEN 00
                 ACCEPT TELA-ALTERAR-DADOS
                 IF OCT-NATUREZA NOT = 'C'
                    MOVE 'D' TO OCT-NATUREZA
                 END-IF
                 REWRITE OCT-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 EVALUATE ORCCONTA-STATUS
                    WHEN 00
                       DISPLAY 'ORCAMENTO ALTERADO COM SUCESSO!'
                          AT 2001
                    WHEN OTHER
                       DISPLAY 'ERRO AO ALTERAR. STATUS: '
                          ORCCONTA-STATUS AT 2001
                 END-EVALUATE
              WHEN 23
                 DISPLAY 'ORCAMENTO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    ORCCONTA-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4300-EXCLUIR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - EXCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
           INITIALIZE OCT-REG.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ ORCCONTA
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE ORCCONTA-STATUS
              WHEN 00
                 MOVE SPACES TO WRK-CONFIRMA
                 ACCEPT TELA-EXCLUIR-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    DELETE ORCCONTA
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    EVALUATE ORCCONTA-STATUS
                       WHEN 00
                          DISPLAY 'ORCAMENTO EXCLUIDO COM SUCESSO!'
                             AT 2001
                       WHEN OTHER
                          DISPLAY 'ERRO AO EXCLUIR. STATUS: '
                             ORCCONTA-STATUS AT 2001
                    END-EVALUATE
                 ELSE
                    DISPLAY 'EXCLUSAO CANCELADA!' AT 2001
                 END-IF
              WHEN 23
                 DISPLAY 'ORCAMENTO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    ORCCONTA-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE ORCCONTA.
      *----------------------------------------------------------------*
