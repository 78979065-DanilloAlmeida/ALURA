      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CARGA EM LOTE DE ORCCONTA.DAT
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    CARREGA O ORCAMENTO DO ANO PREPARADO PELA CONTROLADORIA EM
      *    ORCCONTA.TRN, UMA LINHA POR CONTA E MES. LINHA DE CHAVE JA
      *    EXISTENTE SUBSTITUI O VALOR E A NATUREZA (RECARREGAR O
      *    ARQUIVO REVISADO NAO DUPLICA NADA).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. ORCCONTALOAD.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT TRANSACOES ASSIGN TO 'ORCCONTA.TRN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANSACOES-STATUS.

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
      *    UMA LINHA POR CONTA, ANO E MES, NO DESENHO DO PROPRIO
      *    REGISTRO DE ORCCONTA.DAT.
       FD TRANSACOES.
       01 TRANS-REG.
          05 TRANS-CONTA          PIC X(08).
          05 TRANS-ANO            PIC 9(04).
          05 TRANS-MES            PIC 9(02).
          05 TRANS-NATUREZA       PIC X(01).
          05 TRANS-VALOR          PIC 9(09)V99.
      *-------------
       FD ORCCONTA.
       COPY 'orcconta-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'orcconta-cfg.cpy'.
       77 TRANSACOES-STATUS    PIC   9(02).
       77 ORCCONTA-STATUS      PIC   9(02).
       77 WRK-FIM-ARQUIVO      PIC   X(01) VALUE 'N'.
       77 WRK-QTD-LIDOS        PIC   9(06) VALUE 0.
       77 WRK-QTD-INCLUSOES    PIC   9(06) VALUE 0.
       77 WRK-QTD-ALTERACOES   PIC   9(06) VALUE 0.
       77 WRK-QTD-ERROS        PIC   9(06) VALUE 0.
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
           ACCEPT WRK-ORCCONTA-PATH FROM ENVIRONMENT 'ORCCONTA_DAT'.
           IF WRK-ORCCONTA-PATH = SPACES
              MOVE WRK-ORCCONTA-PATH-PADRAO TO WRK-ORCCONTA-PATH
           END-IF.

           OPEN INPUT TRANSACOES.
           IF TRANSACOES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR ORCCONTA.TRN. STATUS: '
                 TRANSACOES-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
              GOBACK
           END-IF.

           OPEN I-O ORCCONTA
              IF ORCCONTA-STATUS = 35 THEN
                 OPEN OUTPUT ORCCONTA
                 CLOSE ORCCONTA
                 OPEN I-O ORCCONTA
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
              PERFORM 0125-ATUALIZAR-ORCAMENTO
           ELSE
              ADD 1 TO WRK-QTD-ERROS
           END-IF.
           PERFORM 0110-LER-TRANSACAO.
      *----------------------------------------------------------------*
       0120-VALIDAR-TRANSACAO SECTION.
      *----------------------------------------------------------------*
           MOVE 'S' TO WRK-TRN-VALIDO.
           IF TRANS-CONTA = SPACES
              DISPLAY 'CONTA EM BRANCO NA LINHA ' WRK-QTD-LIDOS
              MOVE 'N' TO WRK-TRN-VALIDO
           END-IF.
           IF TRANS-ANO = ZEROS OR TRANS-MES < 1 OR TRANS-MES > 12
              DISPLAY 'ANO/MES INVALIDO NA LINHA ' WRK-QTD-LIDOS
              MOVE 'N' TO WRK-TRN-VALIDO
           END-IF.
           IF TRANS-NATUREZA NOT = 'D' AND TRANS-NATUREZA NOT = 'C'
              DISPLAY 'NATUREZA INVALIDA NA LINHA ' WRK-QTD-LIDOS
              MOVE 'N' TO WRK-TRN-VALIDO
           END-IF.
      *----------------------------------------------------------------*
       0125-ATUALIZAR-ORCAMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE TRANS-CONTA TO OCT-CONTA.
           MOVE TRANS-ANO   TO OCT-ANO.
           MOVE TRANS-MES   TO OCT-MES.
           READ ORCCONTA
              INVALID KEY
                 CONTINUE
           END-READ.

           MOVE TRANS-NATUREZA TO OCT-NATUREZA.
           MOVE TRANS-VALOR    TO OCT-VALOR.
           IF ORCCONTA-STATUS = 00
              REWRITE OCT-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF ORCCONTA-STATUS = 00
                 ADD 1 TO WRK-QTD-ALTERACOES
              ELSE
                 ADD 1 TO WRK-QTD-ERROS
                 DISPLAY 'ERRO AO ALTERAR CONTA ' TRANS-CONTA
                    ' STATUS: ' ORCCONTA-STATUS
              END-IF
           ELSE
              WRITE OCT-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              IF ORCCONTA-STATUS = 00
                 ADD 1 TO WRK-QTD-INCLUSOES
              ELSE
                 ADD 1 TO WRK-QTD-ERROS
                 DISPLAY 'ERRO AO INCLUIR CONTA ' TRANS-CONTA
                    ' STATUS: ' ORCCONTA-STATUS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0300-FINALIZAR SECTION.
      *-----------------------
           CLOSE TRANSACOES.
           CLOSE ORCCONTA.
           DISPLAY ' ######   CARGA DO ORCAMENTO FINALIZADA  ###### '.
           DISPLAY 'TRANSACOES LIDAS.....: ' WRK-QTD-LIDOS.
           DISPLAY 'LINHAS INCLUIDAS.....: ' WRK-QTD-INCLUSOES.
           DISPLAY 'LINHAS ALTERADAS.....: ' WRK-QTD-ALTERACOES.
           DISPLAY 'TRANSACOES COM ERRO..: ' WRK-QTD-ERROS.
      *----------------------------------------------------------------*
