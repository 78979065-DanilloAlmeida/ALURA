      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: REGISTRO DE PENDENCIA NA FILA DE EXCECOES
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    ROTINA COMUM DOS PROGRAMAS BATCH, EMPACOTADA COM LINKAGE
      *    COMO O SPOOLREG:
      *       CALL 'EXCREG' USING EXR-PARAMETROS
      *    (VER excreg-lnk.cpy). CADA PROBLEMA QUE O PROGRAMA JA
      *    APONTA NO SEU RELATORIO VIRA TAMBEM UMA PENDENCIA EM
      *    EXCECOES.DAT, TRATADA PELOS OPERADORES NA TELA EXCECOES.
      *    A NUMERACAO VEM DO REGISTRO DE CONTROLE EXCECOES.CTL, NO
      *    MOLDE DO SAC.CTL. SE A MESMA ORIGEM (PROGRAMA + CHAVE DO
      *    REGISTRO) JA TEM PENDENCIA NAO ENCERRADA, A ROTINA SO
      *    ATUALIZA A MENSAGEM, A DATA DA ULTIMA OCORRENCIA E A
      *    CONTAGEM, E A SEVERIDADE SO SOBE: O PROCESSAMENTO DE CADA
      *    NOITE NAO DUPLICA A FILA. FALHA AQUI NAO DERRUBA QUEM
      *    CHAMOU.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. EXCREG.
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

           SELECT EXCCTL ASSIGN TO 'EXCECOES.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXCCTL-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD EXCECOES.
       COPY 'excecoes-reg.cpy'.
      *-------------
      *    REGISTRO DE CONTROLE COM O PROXIMO NUMERO DE PENDENCIA, NO
      *    MOLDE DO SAC.CTL.
       FD EXCCTL.
       01 CTL-REG.
          05 CTL-PROXIMO-NUMERO   PIC 9(07).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'excecoes-cfg.cpy'.
       77 EXCECOES-STATUS      PIC   9(02).
       77 EXCCTL-STATUS        PIC   9(02).
       77 WRK-PROXIMO-NUMERO   PIC   9(07).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-PESO-NOVA        PIC   9(01).
       77 WRK-PESO-ATUAL       PIC   9(01).
       77 WRK-SEVERIDADE       PIC   X(01).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
      *------------------------
       LINKAGE SECTION.
       COPY 'excreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING EXR-PARAMETROS.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           MOVE 'E' TO EXR-RETORNO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.
           INSPECT EXR-SEVERIDADE CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF EXR-SEVERIDADE NOT = 'C' AND EXR-SEVERIDADE NOT = 'A'
                 AND EXR-SEVERIDADE NOT = 'I'
              MOVE 'A' TO EXR-SEVERIDADE
           END-IF.

           ACCEPT WRK-EXCECOES-PATH FROM ENVIRONMENT 'EXCECOES_DAT'.
           IF WRK-EXCECOES-PATH = SPACES
              MOVE WRK-EXCECOES-PATH-PADRAO TO WRK-EXCECOES-PATH
           END-IF.
           OPEN I-O EXCECOES
              IF EXCECOES-STATUS = 35 THEN
                 OPEN OUTPUT EXCECOES
                 CLOSE EXCECOES
                 OPEN I-O EXCECOES
              END-IF.
           IF EXCECOES-STATUS NOT = 00
              DISPLAY 'EXCREG: EXCECOES.DAT INDISPONIVEL. STATUS: '
                 EXCECOES-STATUS
           ELSE
              PERFORM 0100-LOCALIZAR-ABERTA
              IF WRK-ACHOU = 'S'
                 PERFORM 0200-ATUALIZAR-PENDENCIA
              ELSE
                 PERFORM 0300-INCLUIR-PENDENCIA
              END-IF
              CLOSE EXCECOES
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-LOCALIZAR-ABERTA SECTION.
      *----------------------------------------------------------------*
      *    AS PENDENCIAS DA MESMA ORIGEM SAEM JUNTAS NA CHAVE
      *    ALTERNADA; FICA A PRIMEIRA QUE NAO ESTA ENCERRADA.
           MOVE 'N' TO WRK-ACHOU WRK-FIM-ARQUIVO.
           MOVE EXR-PROGRAMA TO EXC-PROGRAMA.
           MOVE EXR-CHAVE    TO EXC-CHAVE-REG.
           START EXCECOES KEY IS EQUAL EXC-ORIGEM
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
                       OR EXC-PROGRAMA  NOT = EXR-PROGRAMA
                       OR EXC-CHAVE-REG NOT = EXR-CHAVE
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    IF EXC-SITUACAO NOT = 'F'
                       MOVE 'S' TO WRK-ACHOU WRK-FIM-ARQUIVO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0200-ATUALIZAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE EXR-SEVERIDADE TO WRK-SEVERIDADE.
           PERFORM 0400-PESO-SEVERIDADE.
           MOVE WRK-PESO-ATUAL TO WRK-PESO-NOVA.
           MOVE EXC-SEVERIDADE TO WRK-SEVERIDADE.
           PERFORM 0400-PESO-SEVERIDADE.
           IF WRK-PESO-NOVA > WRK-PESO-ATUAL
              MOVE EXR-SEVERIDADE TO EXC-SEVERIDADE
           END-IF.
           MOVE EXR-MENSAGEM   TO EXC-MENSAGEM.
           MOVE WRK-DATA-ATUAL TO EXC-DT-ULTIMA.
           IF EXC-OCORRENCIAS < 99999
              ADD 1 TO EXC-OCORRENCIAS
           END-IF.
           REWRITE EXC-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF EXCECOES-STATUS = 00
              MOVE 'R' TO EXR-RETORNO
           ELSE
              DISPLAY 'EXCREG: ERRO AO ATUALIZAR PENDENCIA '
                 EXC-NUMERO ' STATUS: ' EXCECOES-STATUS
           END-IF.
      *----------------------------------------------------------------*
       0300-INCLUIR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           PERFORM 0350-PROXIMO-NUMERO.
           MOVE EXR-PROGRAMA        TO EXC-PROGRAMA.
           MOVE EXR-CHAVE           TO EXC-CHAVE-REG.
           MOVE EXR-AREA            TO EXC-AREA.
           MOVE EXR-SEVERIDADE      TO EXC-SEVERIDADE.
           MOVE EXR-MENSAGEM        TO EXC-MENSAGEM.
           MOVE 'A'                 TO EXC-SITUACAO.
           MOVE WRK-DATA-ATUAL      TO EXC-DT-ABERTURA
                                       EXC-DT-ULTIMA
                                       EXC-DT-SITUACAO.
           MOVE WRK-HORA-ATUAL(1:6) TO EXC-HR-ABERTURA.
           MOVE 1                   TO EXC-OCORRENCIAS.
           MOVE SPACES              TO EXC-RESPONSAVEL
                                       EXC-COMENTARIO.
           MOVE WRK-OPERADOR        TO EXC-OPERADOR.
           WRITE EXC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           EVALUATE EXCECOES-STATUS
              WHEN 00
              WHEN 02
                 MOVE 'N' TO EXR-RETORNO
              WHEN 22
                 DISPLAY 'EXCREG: NUMERO DE PENDENCIA JA EXISTE! '
                    'CONFIRA EXCECOES.CTL.'
              WHEN OTHER
                 DISPLAY 'EXCREG: ERRO AO INCLUIR PENDENCIA. STATUS: '
                    EXCECOES-STATUS
           END-EVALUATE.
      *----------------------------------------------------------------*
       0350-PROXIMO-NUMERO SECTION.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMO-NUMERO.
           OPEN INPUT EXCCTL.
           IF EXCCTL-STATUS = 00
              READ EXCCTL
                 AT END
                    CONTINUE
              END-READ
              IF EXCCTL-STATUS = 00
                 MOVE CTL-PROXIMO-NUMERO TO WRK-PROXIMO-NUMERO
              END-IF
              CLOSE EXCCTL
           END-IF.

           MOVE WRK-PROXIMO-NUMERO TO EXC-NUMERO.

           OPEN OUTPUT EXCCTL.
           COMPUTE CTL-PROXIMO-NUMERO = WRK-PROXIMO-NUMERO + 1.
           WRITE CTL-REG.
           CLOSE EXCCTL.
      *----------------------------------------------------------------*
       0400-PESO-SEVERIDADE SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-SEVERIDADE
              WHEN 'C'
                 MOVE 3 TO WRK-PESO-ATUAL
              WHEN 'A'
                 MOVE 2 TO WRK-PESO-ATUAL
              WHEN OTHER
                 MOVE 1 TO WRK-PESO-ATUAL
           END-EVALUATE.
      *----------------------------------------------------------------*
