      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CARGA EM LOTE DA TABELA DE CEP (CEP.DAT)
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    CARREGA EM CEP.DAT O EXTRATO DA BASE OFICIAL DE CEP DOS
      *    CORREIOS (CEP.TRN), UMA LINHA POR CEP COM LOGRADOURO,
      *    CIDADE E UF. CEP JA EXISTENTE E SUBSTITUIDO (RECARREGAR A
      *    BASE ATUALIZADA NAO DUPLICA NADA). TEXTO GRAVADO EM
      *    MAIUSCULAS, QUE E COMO O CEPVALIDA COMPARA O ENDERECO
      *    DIGITADO NO CADASTRO DE CLIENTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CEPLOAD.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT TRANSACOES ASSIGN TO 'CEP.TRN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANSACOES-STATUS.

           SELECT CEP ASSIGN TO WRK-CEP-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CEP-STATUS
              RECORD KEY CEP-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
      *    UMA LINHA POR CEP, NO DESENHO DO PROPRIO REGISTRO DE
      *    CEP.DAT. LOGRADOURO EM BRANCO = CEP UNICO DA LOCALIDADE.
       FD TRANSACOES.
       01 TRANS-REG.
          05 TRANS-CEP            PIC 9(08).
          05 TRANS-LOGRADOURO     PIC X(30).
          05 TRANS-CIDADE         PIC X(20).
          05 TRANS-UF             PIC X(02).
      *-------------
       FD CEP.
       COPY 'cep-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'cep-cfg.cpy'.
       77 TRANSACOES-STATUS    PIC   9(02).
       77 CEP-STATUS           PIC   9(02).
       77 WRK-FIM-ARQUIVO      PIC   X(01) VALUE 'N'.
       77 WRK-QTD-LIDOS        PIC   9(08) VALUE 0.
       77 WRK-QTD-INCLUSOES    PIC   9(08) VALUE 0.
       77 WRK-QTD-ALTERACOES   PIC   9(08) VALUE 0.
       77 WRK-QTD-ERROS        PIC   9(08) VALUE 0.
       77 WRK-TRN-VALIDO       PIC   X(01).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-ARQUIVO = 'S'.
           PERFORM 0300-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-CEP-PATH FROM ENVIRONMENT 'CEP_DAT'.
           IF WRK-CEP-PATH = SPACES
              MOVE WRK-CEP-PATH-PADRAO TO WRK-CEP-PATH
           END-IF.

           OPEN INPUT TRANSACOES.
           IF TRANSACOES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CEP.TRN. STATUS: '
                 TRANSACOES-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
              GOBACK
           END-IF.

           OPEN I-O CEP
              IF CEP-STATUS = 35 THEN
                 OPEN OUTPUT CEP
                 CLOSE CEP
                 OPEN I-O CEP
              END-IF.
           IF CEP-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CEP.DAT. STATUS: '
                 CEP-STATUS
              CLOSE TRANSACOES
              MOVE 'S' TO WRK-FIM-ARQUIVO
              GOBACK
           END-IF.

           PERFORM 0110-LER-TRANSACAO.
      *----------------------------------------------------------------*
       0110-LER-TRANSACAO SECTION.
      *----------------------------------------------------------------*
           READ TRANSACOES
              AT END
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
      *----------------------------------------------------------------*
       0200-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM 0120-VALIDAR-TRANSACAO.
           IF WRK-TRN-VALIDO = 'S'
              PERFORM 0125-ATUALIZAR-CEP
           ELSE
              ADD 1 TO WRK-QTD-ERROS
           END-IF.
           PERFORM 0110-LER-TRANSACAO.
      *----------------------------------------------------------------*
       0120-VALIDAR-TRANSACAO SECTION.
      *----------------------------------------------------------------*
           MOVE 'S' TO WRK-TRN-VALIDO.
           IF TRANS-CEP NOT NUMERIC
              DISPLAY 'CEP INVALIDO NA LINHA ' WRK-QTD-LIDOS
              MOVE 'N' TO WRK-TRN-VALIDO
           ELSE
              IF TRANS-CEP = ZEROS
                 DISPLAY 'CEP INVALIDO NA LINHA ' WRK-QTD-LIDOS
                 MOVE 'N' TO WRK-TRN-VALIDO
              END-IF
           END-IF.
           IF TRANS-CIDADE = SPACES
              DISPLAY 'CIDADE EM BRANCO NA LINHA ' WRK-QTD-LIDOS
              MOVE 'N' TO WRK-TRN-VALIDO
           END-IF.
           IF TRANS-UF = SPACES
              DISPLAY 'UF EM BRANCO NA LINHA ' WRK-QTD-LIDOS
              MOVE 'N' TO WRK-TRN-VALIDO
           END-IF.
      *----------------------------------------------------------------*
       0125-ATUALIZAR-CEP SECTION.
      *----------------------------------------------------------------*
           MOVE TRANS-CEP TO CEP-CODIGO.
           READ CEP
              INVALID KEY
                 CONTINUE
           END-READ.

           MOVE TRANS-LOGRADOURO TO CEP-LOGRADOURO.
           MOVE TRANS-CIDADE     TO CEP-CIDADE.
           MOVE TRANS-UF         TO CEP-UF.
           INSPECT CEP-LOGRADOURO CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CEP-CIDADE CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CEP-UF CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF CEP-STATUS = 00
              REWRITE CEP-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF CEP-STATUS = 00
                 ADD 1 TO WRK-QTD-ALTERACOES
              ELSE
                 ADD 1 TO WRK-QTD-ERROS
                 DISPLAY 'ERRO AO ALTERAR CEP ' TRANS-CEP
                    ' STATUS: ' CEP-STATUS
              END-IF
           ELSE
              WRITE CEP-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              IF CEP-STATUS = 00
                 ADD 1 TO WRK-QTD-INCLUSOES
              ELSE
                 ADD 1 TO WRK-QTD-ERROS
                 DISPLAY 'ERRO AO INCLUIR CEP ' TRANS-CEP
                    ' STATUS: ' CEP-STATUS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0300-FINALIZAR SECTION.
      *-----------------------
           CLOSE TRANSACOES.
           CLOSE CEP.
           DISPLAY ' ###### CARGA DA TABELA DE CEP FINALIZADA ###### '.
           DISPLAY 'TRANSACOES LIDAS.....: ' WRK-QTD-LIDOS.
           DISPLAY 'CEPS INCLUIDOS.......: ' WRK-QTD-INCLUSOES.
           DISPLAY 'CEPS ALTERADOS.......: ' WRK-QTD-ALTERACOES.
           DISPLAY 'TRANSACOES COM ERRO..: ' WRK-QTD-ERROS.
      *----------------------------------------------------------------*
