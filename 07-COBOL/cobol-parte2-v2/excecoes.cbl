      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: FILA DE PENDENCIAS (EXCECOES DOS PROGRAMAS BATCH)
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    OS PROBLEMAS QUE OS PROGRAMAS BATCH APONTAVAM SO NOS SEUS
      *    .REL E .ERR (BOLETO, CLIENTESLOAD, INTEGRIDADE, VENDASCONF,
      *    ESTOQCONF, LOTES, RECEBIMENTO, APROVACAO) CHEGAM TAMBEM A
      *    EXCECOES.DAT PELA ROTINA EXCREG. AQUI O OPERADOR LISTA A
      *    FILA FILTRANDO POR AREA E SEVERIDADE, CONSULTA UMA
      *    PENDENCIA, ASSUME OU ATRIBUI A UM RESPONSAVEL (SITUACAO
      *    'E'), COMENTA E ENCERRA (SITUACAO 'F', COM COMENTARIO
      *    OBRIGATORIO). PENDENCIA NAO SE EXCLUI. CADA ATRIBUICAO,
      *    COMENTARIO E ENCERRAMENTO FICA EM EXCECOES.LOG, COMO O
      *    PARAMETROS.LOG, PORQUE O REGISTRO SO GUARDA O ULTIMO
      *    COMENTARIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. EXCECOES.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT EXCECOES ASSIGN TO WRK-EXCECOES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS EXCECOES-STATUS
              RECORD KEY EXC-CHAVE
              ALTERNATE RECORD KEY EXC-ORIGEM WITH DUPLICATES.

           SELECT EXCECOESLOG ASSIGN TO 'EXCECOES.LOG'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXCECOESLOG-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD EXCECOES.
       COPY 'excecoes-reg.cpy'.
      *-------------
      *    ACAO: 'T' ATRIBUICAO, 'C' COMENTARIO, 'F' ENCERRAMENTO.
       FD EXCECOESLOG.
       01 EXL-REG.
          05 EXL-DATA            PIC 9(08).
          05 EXL-HORA            PIC 9(06).
          05 EXL-OPERADOR        PIC X(08).
          05 EXL-ACAO            PIC X(01).
          05 EXL-NUMERO          PIC 9(07).
          05 EXL-RESPONSAVEL     PIC X(08).
          05 EXL-COMENTARIO      PIC X(60).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'excecoes-cfg.cpy'.
       77 EXCECOES-STATUS      PIC   9(02).
       77 EXCECOESLOG-STATUS   PIC   9(02).
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-TECLA            PIC   X(1).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-VALIDO           PIC   X(01).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-ACAO             PIC   X(01).
       77 WRK-RESPONSAVEL      PIC   X(08).
       77 WRK-COMENTARIO       PIC   X(60).
       77 WRK-FILTRO-AREA      PIC   X(10).
       77 WRK-FILTRO-SEV       PIC   X(01).
       77 WRK-FILTRO-FECHADAS  PIC   X(01).
       77 WRK-LINHA-LISTA      PIC   9(02).
       77 WRK-POS-LISTA        PIC   9(04).
       77 WRK-QTD-LISTADAS     PIC   9(05).
       77 WRK-QTD-CRITICAS     PIC   9(05).

       01 WRK-LINHA-LISTA-PAR.
          05 WRK-LL-NUMERO     PIC 9(07).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WRK-LL-SEVERIDADE PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WRK-LL-SITUACAO   PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WRK-LL-AREA       PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WRK-LL-RESPONSAVEL PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WRK-LL-DT-ULTIMA  PIC 9(08).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WRK-LL-MENSAGEM   PIC X(38).

       01 WRK-RODAPE-LISTA.
          05 WRK-RL-LISTADAS   PIC ZZZZ9.
          05 FILLER            PIC X(22) VALUE
             ' PENDENCIA(S), SENDO '.
          05 WRK-RL-CRITICAS   PIC ZZZZ9.
          05 FILLER            PIC X(10) VALUE ' CRITICAS.'.
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
                 FROM 'PENDENCIAS - EXCECOES'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - LISTAR PENDENCIAS'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ATRIBUIR RESPONSAVEL'.
             05 LINE 10 COLUMN 15 VALUE '4 - COMENTAR'.
             05 LINE 11 COLUMN 15 VALUE '5 - ENCERRAR'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIDA'.
             05 LINE 14 COLUMN 15 VALUE 'OPCAO..: '.
             05 LINE 14 COLUMN 24 USING WRK-OPCAO.

       01 TELA-FILTRO.
             05 LINE 03 COLUMN 01 VALUE 'AREA (BRANCO=TODAS): '.
             05 LINE 03 COLUMN 22 PIC X(10) USING WRK-FILTRO-AREA.
             05 LINE 03 COLUMN 34 VALUE 'SEVERIDADE (C/A/I): '.
             05 LINE 03 COLUMN 54 PIC X(01) USING WRK-FILTRO-SEV.
             05 LINE 03 COLUMN 57 VALUE 'ENCERRADAS (S/N): '.
             05 LINE 03 COLUMN 75 PIC X(01) USING WRK-FILTRO-FECHADAS.

       01 TELA-CABECALHO-LISTA.
             05 LINE 05 COLUMN 01 VALUE
                'NUMERO  S S AREA       RESPONS. ULTIMA   MENSAGEM'.

       01 TELA-CONSULTA-CHAVE.
             05 LINE 04 COLUMN 05 VALUE 'NUMERO PENDENCIA: '.
             05 LINE 04 COLUMN 23 PIC 9(07) USING EXC-NUMERO.

       01 TELA-CONSULTA-DADOS.
             05 LINE 05 COLUMN 05 VALUE 'ORIGEM..........: '.
             05 LINE 05 COLUMN 23 PIC X(12) FROM EXC-PROGRAMA.
             05 LINE 05 COLUMN 37 PIC X(20) FROM EXC-CHAVE-REG.
             05 LINE 06 COLUMN 05 VALUE 'AREA/SEV/SIT....: '.
             05 LINE 06 COLUMN 23 PIC X(10) FROM EXC-AREA.
             05 LINE 06 COLUMN 35 PIC X(01) FROM EXC-SEVERIDADE.
             05 LINE 06 COLUMN 37 PIC X(01) FROM EXC-SITUACAO.
             05 LINE 06 COLUMN 40 VALUE '(C/A/I  A=ABERTA'.
             05 LINE 06 COLUMN 57 VALUE 'E=EM ANDAMENTO F=ENCERRADA)'.
             05 LINE 07 COLUMN 05 VALUE 'MENSAGEM:'.
             05 LINE 08 COLUMN 01 PIC X(80) FROM EXC-MENSAGEM.
             05 LINE 09 COLUMN 05 VALUE 'ABERTA EM.......: '.
             05 LINE 09 COLUMN 23 PIC 9(08) FROM EXC-DT-ABERTURA.
             05 LINE 09 COLUMN 33 PIC 9(06) FROM EXC-HR-ABERTURA.
             05 LINE 10 COLUMN 05 VALUE 'ULTIMA/OCORRENC.: '.
             05 LINE 10 COLUMN 23 PIC 9(08) FROM EXC-DT-ULTIMA.
             05 LINE 10 COLUMN 33 PIC 9(05) FROM EXC-OCORRENCIAS.
             05 LINE 11 COLUMN 05 VALUE 'RESPONSAVEL.....: '.
             05 LINE 11 COLUMN 23 PIC X(08) FROM EXC-RESPONSAVEL.
             05 LINE 12 COLUMN 05 VALUE 'COMENTARIO:'.
             05 LINE 12 COLUMN 17 PIC X(60) FROM EXC-COMENTARIO.
             05 LINE 13 COLUMN 05 VALUE 'SITUACAO EM/POR.: '.
             05 LINE 13 COLUMN 23 PIC 9(08) FROM EXC-DT-SITUACAO.
             05 LINE 13 COLUMN 33 PIC X(08) FROM EXC-OPERADOR.

       01 TELA-ATRIBUIR.
             05 LINE 15 COLUMN 05 VALUE 'NOVO RESPONSAVEL: '.
             05 LINE 15 COLUMN 23 PIC X(08) USING WRK-RESPONSAVEL.

       01 TELA-COMENTAR.
             05 LINE 15 COLUMN 05 VALUE 'COMENTARIO:'.
             05 LINE 15 COLUMN 17 PIC X(60) USING WRK-COMENTARIO.
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
           ACCEPT WRK-EXCECOES-PATH FROM ENVIRONMENT 'EXCECOES_DAT'.
           IF WRK-EXCECOES-PATH = SPACES
              MOVE WRK-EXCECOES-PATH-PADRAO TO WRK-EXCECOES-PATH
           END-IF.

      *    OPERADOR LOGADO NO MENUPRINCIPAL, SUGERIDO COMO RESPONSAVEL
      *    NA ATRIBUICAO; RODANDO AVULSO, FICA 'DIRETO'.
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.

           OPEN I-O EXCECOES
              IF EXCECOES-STATUS = 35 THEN
                 OPEN OUTPUT EXCECOES
                 CLOSE EXCECOES
                 OPEN I-O EXCECOES
              END-IF.

           IF EXCECOES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR EXCECOES.DAT. STATUS: '
                 EXCECOES-STATUS
              GOBACK
           END-IF.

           OPEN EXTEND EXCECOESLOG.
           IF EXCECOESLOG-STATUS = 35
              OPEN OUTPUT EXCECOESLOG
           END-IF.
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 4000-LISTAR
              WHEN 2
                 PERFORM 4100-CONSULTAR
              WHEN 3
                 PERFORM 4200-ATRIBUIR
              WHEN 4
                 PERFORM 4300-COMENTAR
              WHEN 5
                 PERFORM 4400-ENCERRAR
              WHEN OTHER
                 IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY ' ENTRADA INVALIDA!!!'
                    ACCEPT WRK-TECLA
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       4000-LISTAR SECTION.
      *----------------------------------------------------------------*
      *    FILA EM ORDEM DE NUMERO (DE ABERTURA), PAGINANDO DA LINHA
      *    06 A 19. SEM FILTRO DE AREA OU SEVERIDADE SAI TUDO; AS
      *    ENCERRADAS SO SAEM A PEDIDO.
           MOVE 'MODULO - LISTAGEM' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACES TO WRK-FILTRO-AREA WRK-FILTRO-SEV.
           MOVE 'N'    TO WRK-FILTRO-FECHADAS.
           ACCEPT TELA-FILTRO.
           INSPECT WRK-FILTRO-AREA CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-FILTRO-SEV CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-FILTRO-FECHADAS CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY TELA-CABECALHO-LISTA.

           MOVE ZEROS TO WRK-QTD-LISTADAS WRK-QTD-CRITICAS.
           MOVE 06    TO WRK-LINHA-LISTA.
           MOVE ZEROS TO EXC-NUMERO.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           START EXCECOES KEY IS NOT LESS THAN EXC-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ EXCECOES NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT = 'S'
                 IF EXCECOES-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    IF (WRK-FILTRO-AREA = SPACES
                          OR EXC-AREA = WRK-FILTRO-AREA)
                       AND (WRK-FILTRO-SEV = SPACES
                          OR EXC-SEVERIDADE = WRK-FILTRO-SEV)
                       AND (WRK-FILTRO-FECHADAS = 'S'
                          OR EXC-SITUACAO NOT = 'F')
                       PERFORM 4010-LISTAR-PENDENCIA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WRK-QTD-LISTADAS TO WRK-RL-LISTADAS.
           MOVE WRK-QTD-CRITICAS TO WRK-RL-CRITICAS.
           DISPLAY WRK-RODAPE-LISTA AT 2001.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4010-LISTAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           IF WRK-LINHA-LISTA > 19
              DISPLAY 'TECLE ENTER PARA CONTINUAR' AT 2001
              ACCEPT WRK-TECLA AT 2060
              DISPLAY TELA
              DISPLAY TELA-FILTRO
              DISPLAY TELA-CABECALHO-LISTA
              MOVE 06 TO WRK-LINHA-LISTA
           END-IF.
           MOVE EXC-NUMERO      TO WRK-LL-NUMERO.
           MOVE EXC-SEVERIDADE  TO WRK-LL-SEVERIDADE.
           MOVE EXC-SITUACAO    TO WRK-LL-SITUACAO.
           MOVE EXC-AREA        TO WRK-LL-AREA.
           MOVE EXC-RESPONSAVEL TO WRK-LL-RESPONSAVEL.
           MOVE EXC-DT-ULTIMA   TO WRK-LL-DT-ULTIMA.
           MOVE EXC-MENSAGEM    TO WRK-LL-MENSAGEM.
           COMPUTE WRK-POS-LISTA = WRK-LINHA-LISTA * 100 + 1.
           DISPLAY WRK-LINHA-LISTA-PAR AT WRK-POS-LISTA.
           ADD 1 TO WRK-LINHA-LISTA.
           ADD 1 TO WRK-QTD-LISTADAS.
           IF EXC-SEVERIDADE = 'C'
              ADD 1 TO WRK-QTD-CRITICAS
           END-IF.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           PERFORM 5000-LER-PENDENCIA.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4200-ATRIBUIR SECTION.
      *----------------------------------------------------------------*
      *    O RESPONSAVEL SUGERIDO E O PROPRIO OPERADOR (ASSUMIR A
      *    PENDENCIA); A ATRIBUICAO PASSA A SITUACAO PARA 'E'.
           MOVE 'MODULO - ATRIBUICAO' TO WRK-MODULO.
           PERFORM 5000-LER-PENDENCIA.
           IF WRK-VALIDO = 'S'
              PERFORM 5010-CONFERIR-ABERTA
           END-IF.
           IF WRK-VALIDO = 'S'
              MOVE WRK-OPERADOR TO WRK-RESPONSAVEL
              ACCEPT TELA-ATRIBUIR
              INSPECT WRK-RESPONSAVEL CONVERTING
                 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              IF WRK-RESPONSAVEL = SPACES
                 DISPLAY 'INFORME O RESPONSAVEL!' AT 2001
              ELSE
                 MOVE WRK-RESPONSAVEL TO EXC-RESPONSAVEL
                 MOVE 'E'             TO EXC-SITUACAO
                 MOVE SPACES          TO WRK-COMENTARIO
                 MOVE 'T'             TO WRK-ACAO
                 PERFORM 5100-GRAVAR-PENDENCIA
              END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4300-COMENTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - COMENTARIO' TO WRK-MODULO.
           PERFORM 5000-LER-PENDENCIA.
           IF WRK-VALIDO = 'S'
              PERFORM 5010-CONFERIR-ABERTA
           END-IF.
           IF WRK-VALIDO = 'S'
              MOVE SPACES TO WRK-COMENTARIO
              ACCEPT TELA-COMENTAR
              IF WRK-COMENTARIO = SPACES
                 DISPLAY 'INFORME O COMENTARIO!' AT 2001
              ELSE
                 MOVE WRK-COMENTARIO TO EXC-COMENTARIO
                 MOVE 'C'            TO WRK-ACAO
                 PERFORM 5100-GRAVAR-PENDENCIA
              END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4400-ENCERRAR SECTION.
      *----------------------------------------------------------------*
      *    ENCERRAMENTO EXIGE O COMENTARIO DA SOLUCAO. SEM
      *    RESPONSAVEL, QUEM ENCERRA FICA COMO RESPONSAVEL.
           MOVE 'MODULO - ENCERRAMENTO' TO WRK-MODULO.
           PERFORM 5000-LER-PENDENCIA.
           IF WRK-VALIDO = 'S'
              PERFORM 5010-CONFERIR-ABERTA
           END-IF.
           IF WRK-VALIDO = 'S'
              MOVE SPACES TO WRK-COMENTARIO
              ACCEPT TELA-COMENTAR
              IF WRK-COMENTARIO = SPACES
                 DISPLAY 'INFORME A SOLUCAO NO COMENTARIO!' AT 2001
              ELSE
                 MOVE WRK-COMENTARIO TO EXC-COMENTARIO
                 IF EXC-RESPONSAVEL = SPACES
                    MOVE WRK-OPERADOR TO EXC-RESPONSAVEL
                 END-IF
                 MOVE 'F'            TO EXC-SITUACAO
                 MOVE 'F'            TO WRK-ACAO
                 PERFORM 5100-GRAVAR-PENDENCIA
              END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       5000-LER-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           DISPLAY TELA.
           MOVE 'N'   TO WRK-VALIDO.
           MOVE ZEROS TO EXC-NUMERO.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ EXCECOES
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE EXCECOES-STATUS
              WHEN 00
                 MOVE 'S' TO WRK-VALIDO
                 DISPLAY TELA-CONSULTA-DADOS
              WHEN 23
                 DISPLAY 'PENDENCIA NAO ENCONTRADA!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    EXCECOES-STATUS AT 2001
           END-EVALUATE.
      *----------------------------------------------------------------*
       5010-CONFERIR-ABERTA SECTION.
      *----------------------------------------------------------------*
           IF EXC-SITUACAO = 'F'
              DISPLAY 'PENDENCIA JA ENCERRADA!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           END-IF.
      *----------------------------------------------------------------*
       5100-GRAVAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-DATA-ATUAL TO EXC-DT-SITUACAO.
           MOVE WRK-OPERADOR   TO EXC-OPERADOR.
           REWRITE EXC-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           EVALUATE EXCECOES-STATUS
              WHEN 00
                 PERFORM 6000-REGISTRAR-LOG
                 DISPLAY TELA-CONSULTA-DADOS
                 DISPLAY 'PENDENCIA ATUALIZADA COM SUCESSO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO AO ALTERAR. STATUS: '
                    EXCECOES-STATUS AT 2001
           END-EVALUATE.
      *----------------------------------------------------------------*
       6000-REGISTRAR-LOG SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-ATUAL      TO EXL-DATA.
           MOVE WRK-HORA-ATUAL(1:6) TO EXL-HORA.
           MOVE WRK-OPERADOR        TO EXL-OPERADOR.
           MOVE WRK-ACAO            TO EXL-ACAO.
           MOVE EXC-NUMERO          TO EXL-NUMERO.
           MOVE EXC-RESPONSAVEL     TO EXL-RESPONSAVEL.
           MOVE WRK-COMENTARIO      TO EXL-COMENTARIO.
           WRITE EXL-REG.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE EXCECOES.
           CLOSE EXCECOESLOG.
      *----------------------------------------------------------------*
