      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CADASTRO DE VALE-TRANSPORTE E VALE-REFEICAO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    ALIMENTA BENEFICIOS.DAT, UMA LINHA POR MATRICULA, COM A
      *    OPCAO PELO VALE-TRANSPORTE (CUSTO DIARIO DAS CONDUCOES) E
      *    PELO VALE-REFEICAO (VALOR POR DIA E PERCENTUAL DESCONTADO
      *    DO FUNCIONARIO, ATE 20%). O VALES CALCULA A COMPRA DO MES
      *    E O DESCONTO QUE A FOLHA APLICA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BENEFICIOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT BENEFICIOS ASSIGN TO WRK-BENEFICIOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS BENEFICIOS-STATUS
              RECORD KEY BEN-CHAVE.

           SELECT FUNCIONARIOS ASSIGN TO WRK-FUNCIONARIOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FUNCIONARIOS-STATUS
              RECORD KEY FUNC-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD BENEFICIOS.
       COPY 'beneficios-reg.cpy'.
      *-------------
       FD FUNCIONARIOS.
       COPY 'funcionarios-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'beneficios-cfg.cpy'.
       COPY 'funcionarios-cfg.cpy'.
       77 BENEFICIOS-STATUS    PIC   9(02).
       77 FUNCIONARIOS-STATUS  PIC   9(02).
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-TECLA            PIC   X(1).
       77 WRK-CONFIRMA         PIC   X(1).
       77 WRK-DADOS-OK         PIC   X(01).
       77 WRK-VR-PCT-MAXIMO    PIC   9(02)V99 VALUE 20.
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
                 FROM 'VALES E BENEFICIOS'.
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

       01 TELA-CHAVE.
             05 LINE 15 COLUMN 15 VALUE 'MATRICULA....: '.
             05 LINE 15 COLUMN 35 PIC 9(05) USING BEN-MATRICULA.

       01 TELA-DADOS.
             05 LINE 16 COLUMN 15 VALUE 'VT OPTA (S/N): '.
             05 LINE 16 COLUMN 35 PIC X(01) USING BEN-VT-OPTANTE.
             05 LINE 17 COLUMN 15 VALUE 'VT CUSTO/DIA.: '.
             05 LINE 17 COLUMN 35 PIC 9(05)V99 USING BEN-VT-CUSTO-DIA.
             05 LINE 18 COLUMN 15 VALUE 'VR OPTA (S/N): '.
             05 LINE 18 COLUMN 35 PIC X(01) USING BEN-VR-OPTANTE.
             05 LINE 19 COLUMN 15 VALUE 'VR VALOR/DIA.: '.
             05 LINE 19 COLUMN 35 PIC 9(05)V99 USING BEN-VR-VALOR-DIA.
             05 LINE 20 COLUMN 15 VALUE 'VR % DESCONTO: '.
             05 LINE 20 COLUMN 35 PIC 9(02)V99 USING BEN-VR-PCT-DESC.

       01 TELA-CONSULTA-DADOS.
             05 LINE 16 COLUMN 15 VALUE 'FUNCIONARIO..: '.
             05 LINE 16 COLUMN 35 PIC X(20) FROM FUNC-NOME.
             05 LINE 17 COLUMN 15 VALUE 'VT OPTA (S/N): '.
             05 LINE 17 COLUMN 35 PIC X(01) FROM BEN-VT-OPTANTE.
             05 LINE 18 COLUMN 15 VALUE 'VT CUSTO/DIA.: '.
             05 LINE 18 COLUMN 35 PIC 9(05)V99 FROM BEN-VT-CUSTO-DIA.
             05 LINE 19 COLUMN 15 VALUE 'VR OPTA (S/N): '.
             05 LINE 19 COLUMN 35 PIC X(01) FROM BEN-VR-OPTANTE.
             05 LINE 20 COLUMN 15 VALUE 'VR VALOR/DIA.: '.
             05 LINE 20 COLUMN 35 PIC 9(05)V99 FROM BEN-VR-VALOR-DIA.
             05 LINE 21 COLUMN 15 VALUE 'VR % DESCONTO: '.
             05 LINE 21 COLUMN 35 PIC 9(02)V99 FROM BEN-VR-PCT-DESC.

       01 TELA-EXCLUIR-CONFIRMA.
             05 LINE 22 COLUMN 15 VALUE 'CONFIRMA EXCLUSAO (S/N)?: '.
             05 LINE 22 COLUMN 41 PIC X(01) USING WRK-CONFIRMA.
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
           ACCEPT WRK-BENEFICIOS-PATH FROM ENVIRONMENT
              'BENEFICIOS_DAT'.
           IF WRK-BENEFICIOS-PATH = SPACES
              MOVE WRK-BENEFICIOS-PATH-PADRAO TO WRK-BENEFICIOS-PATH
           END-IF.

           OPEN I-O BENEFICIOS
              IF BENEFICIOS-STATUS = 35 THEN
                 OPEN OUTPUT BENEFICIOS
                 CLOSE BENEFICIOS
                 OPEN I-O BENEFICIOS
              END-IF.
           IF BENEFICIOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR BENEFICIOS.DAT. STATUS: '
                 BENEFICIOS-STATUS
              GOBACK
           END-IF.

           ACCEPT WRK-FUNCIONARIOS-PATH FROM ENVIRONMENT
              'FUNCIONARIOS_DAT'.
           IF WRK-FUNCIONARIOS-PATH = SPACES
              MOVE WRK-FUNCIONARIOS-PATH-PADRAO
                 TO WRK-FUNCIONARIOS-PATH
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FUNCIONARIOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT. STATUS: '
                 FUNCIONARIOS-STATUS
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
           MOVE ZEROS  TO BEN-MATRICULA BEN-VT-CUSTO-DIA
                          BEN-VR-VALOR-DIA BEN-VR-PCT-DESC.
           MOVE 'N'    TO BEN-VT-OPTANTE BEN-VR-OPTANTE.
           ACCEPT TELA-CHAVE.

           MOVE BEN-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE TRUE
              WHEN FUNCIONARIOS-STATUS NOT = 00
                 DISPLAY 'MATRICULA NAO CADASTRADA!' AT 2001
              WHEN FUNC-SITUACAO = 'D'
                 DISPLAY 'FUNCIONARIO DESLIGADO!' AT 2001
              WHEN OTHER
                 ACCEPT TELA-DADOS
                 PERFORM 4900-VALIDAR-DADOS
                 IF WRK-DADOS-OK = 'S'
                    WRITE BEN-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
                    EVALUATE BENEFICIOS-STATUS
                       WHEN 00
                          DISPLAY 'BENEFICIOS INCLUIDOS COM SUCESSO!'
                             AT 2001
                       WHEN 22
                          DISPLAY 'MATRICULA JA TEM BENEFICIOS!'
                             AT 2001
                       WHEN OTHER
                          DISPLAY 'ERRO AO INCLUIR. STATUS: '
                             BENEFICIOS-STATUS AT 2001
                    END-EVALUATE
                 END-IF
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO BEN-MATRICULA.
           ACCEPT TELA-CHAVE.

           READ BENEFICIOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE BENEFICIOS-STATUS
              WHEN 00
                 MOVE BEN-MATRICULA TO FUNC-MATRICULA
                 READ FUNCIONARIOS
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF FUNCIONARIOS-STATUS NOT = 00
                    MOVE SPACES TO FUNC-NOME
                 END-IF
                 DISPLAY TELA-CONSULTA-DADOS
              WHEN 23
                 DISPLAY 'BENEFICIOS NAO ENCONTRADOS!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    BENEFICIOS-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4200-ALTERAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO BEN-MATRICULA.
           ACCEPT TELA-CHAVE.

           READ BENEFICIOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE BENEFICIOS-STATUS
              WHEN 00
                 ACCEPT TELA-DADOS
                 PERFORM 4900-VALIDAR-DADOS
                 IF WRK-DADOS-OK = 'S'
                    REWRITE BEN-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                    EVALUATE BENEFICIOS-STATUS
                       WHEN 00
                          DISPLAY 'BENEFICIOS ALTERADOS COM SUCESSO!'
                             AT 2001
                       WHEN OTHER
                          DISPLAY 'ERRO AO ALTERAR. STATUS: '
                             BENEFICIOS-STATUS AT 2001
                    END-EVALUATE
                 END-IF
              WHEN 23
                 DISPLAY 'BENEFICIOS NAO ENCONTRADOS!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    BENEFICIOS-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4300-EXCLUIR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - EXCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO BEN-MATRICULA.
           ACCEPT TELA-CHAVE.

           READ BENEFICIOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE BENEFICIOS-STATUS
              WHEN 00
                 MOVE SPACES TO WRK-CONFIRMA
                 ACCEPT TELA-EXCLUIR-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    DELETE BENEFICIOS
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    EVALUATE BENEFICIOS-STATUS
                       WHEN 00
                          DISPLAY 'BENEFICIOS EXCLUIDOS COM SUCESSO!'
                             AT 2001
                       WHEN OTHER
                          DISPLAY 'ERRO AO EXCLUIR. STATUS: '
                             BENEFICIOS-STATUS AT 2001
                    END-EVALUATE
                 ELSE
                    DISPLAY 'EXCLUSAO CANCELADA!' AT 2001
                 END-IF
              WHEN 23
                 DISPLAY 'BENEFICIOS NAO ENCONTRADOS!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    BENEFICIOS-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4900-VALIDAR-DADOS SECTION.
      *----------------------------------------------------------------*
      *    OPCAO SEM VALOR NAO GERA VALE; O DESCONTO DO VALE-REFEICAO
      *    NAO PASSA DE 20% DO VALOR CONCEDIDO.
           INSPECT BEN-VT-OPTANTE CONVERTING 'sn' TO 'SN'.
           INSPECT BEN-VR-OPTANTE CONVERTING 'sn' TO 'SN'.
           MOVE 'S' TO WRK-DADOS-OK.
           EVALUATE TRUE
              WHEN BEN-VT-OPTANTE NOT = 'S' AND NOT = 'N'
                 DISPLAY 'OPCAO DO VT DEVE SER S OU N!' AT 2001
                 MOVE 'N' TO WRK-DADOS-OK
              WHEN BEN-VR-OPTANTE NOT = 'S' AND NOT = 'N'
                 DISPLAY 'OPCAO DO VR DEVE SER S OU N!' AT 2001
                 MOVE 'N' TO WRK-DADOS-OK
              WHEN BEN-VT-OPTANTE = 'S' AND BEN-VT-CUSTO-DIA = ZEROS
                 DISPLAY 'INFORME O CUSTO DIARIO DO VT!' AT 2001
                 MOVE 'N' TO WRK-DADOS-OK
              WHEN BEN-VR-OPTANTE = 'S' AND BEN-VR-VALOR-DIA = ZEROS
                 DISPLAY 'INFORME O VALOR DIARIO DO VR!' AT 2001
                 MOVE 'N' TO WRK-DADOS-OK
              WHEN BEN-VR-PCT-DESC > WRK-VR-PCT-MAXIMO
                 DISPLAY 'DESCONTO DO VR ACIMA DE 20%!' AT 2001
                 MOVE 'N' TO WRK-DADOS-OK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE BENEFICIOS.
           CLOSE FUNCIONARIOS.
      *----------------------------------------------------------------*
