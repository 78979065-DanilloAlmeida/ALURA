      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: PASSIVO MENSAL DOS PONTOS DE FIDELIDADE
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    FECHAMENTO MENSAL DO PROGRAMA DE FIDELIDADE PARA O
      *    FINANCEIRO: PERCORRE O CADASTRO DE CLIENTES, BAIXA NA
      *    RAZAO (VIA FIDPONTOS) OS PONTOS QUE VENCERAM E LISTA EM
      *    FIDPASSIVO.REL CADA CLIENTE COM SALDO: PONTOS, VALOR EM
      *    REAIS AO VALOR DO PONTO NO RESGATE (O PASSIVO), O QUE
      *    VENCE NOS PROXIMOS 30 DIAS E O QUE EXPIROU NESTA RODADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. FIDPASSIVO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CLIENTES-STATUS
              RECORD KEY CLIENTES-CHAVE
              ALTERNATE RECORD KEY CLIENTES-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CLIENTES-CPF.

           SELECT RELATORIO ASSIGN TO 'FIDPASSIVO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'clientes-cfg.cpy'.
       77 CLIENTES-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-FIM-CLIENTES     PIC   X(01).
       77 WRK-QTD-CLIENTES     PIC   9(07) VALUE 0.
       77 WRK-TOT-PONTOS       PIC   9(11) VALUE 0.
       77 WRK-TOT-VALOR        PIC   9(11)V99 VALUE 0.
       77 WRK-TOT-A-VENCER     PIC   9(11) VALUE 0.
       77 WRK-TOT-EXPIRADOS    PIC   9(11) VALUE 0.
       77 WRK-TOT-VLR-EXPIRADO PIC   9(11)V99 VALUE 0.
       COPY 'fidpontos-lnk.cpy'.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(40) VALUE
             'PASSIVO DE PONTOS DE FIDELIDADE - DATA: '.
          05 WRK-REL-DATA     PIC 9(08).
          05 FILLER           PIC X(18) VALUE '   VALOR PONTO: R$'.
          05 WRK-REL-CTVS     PIC ZZ9.99.

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(11) VALUE 'FONE'.
          05 FILLER           PIC X(32) VALUE 'CLIENTE'.
          05 FILLER           PIC X(13) VALUE '     PONTOS'.
          05 FILLER           PIC X(15) VALUE '       VALOR R$'.
          05 FILLER           PIC X(12) VALUE '  VENCE 30D'.
          05 FILLER           PIC X(11) VALUE '   EXPIRADO'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-FONE     PIC 9(09).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-NOME     PIC X(30).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-PONTOS   PIC ZZZZZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-VALOR    PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-A-VENCER PIC ZZZZZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-EXPIRADO PIC ZZZZZZZZZZ9.

       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(11) VALUE 'TOTAL'.
          05 WRK-REL-QTD-CLI  PIC ZZZZZZ9.
          05 FILLER           PIC X(25) VALUE ' CLIENTES COM SALDO'.
          05 WRK-REL-TOT-PONTOS PIC ZZZZZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-TOT-VALOR PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-TOT-A-VENCER PIC ZZZZZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-TOT-EXPIRADO PIC ZZZZZZZZZZ9.

       01 WRK-REL-TOTAL-EXP.
          05 FILLER           PIC X(43) VALUE
             'VALOR DOS PONTOS EXPIRADOS NESTA RODADA: '.
          05 WRK-REL-VLR-EXPIRADO PIC ZZZZZZZZZZ9.99.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-CLIENTES-PATH FROM ENVIRONMENT 'CLIENTES_DAT'.
           IF WRK-CLIENTES-PATH = SPACES
              MOVE WRK-CLIENTES-PATH-PADRAO TO WRK-CLIENTES-PATH
           END-IF.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CLIENTES.DAT. STATUS: '
                 CLIENTES-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-REL-DATA.
      *    O VALOR DO PONTO VEM DO PROPRIO FIDPONTOS, QUE LE O
      *    PARAMETRO DO AMBIENTE; A CONSULTA DE UM FONE ZERADO SO
      *    SERVE PARA OBTE-LO.
           MOVE 'S'   TO FPT-OPERACAO.
           MOVE ZEROS TO FPT-FONE FPT-PEDIDO FPT-VALOR FPT-VALOR-PEDIDO
                         FPT-QTD.
           MOVE 'FIDPASSIVO' TO FPT-ORIGEM.
           CALL 'FIDPONTOS' USING FPT-PARAMETROS.
           COMPUTE WRK-REL-CTVS = FPT-PONTO-CTVS / 100.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
      *----------------------------------------------------------------*
       0200-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'   TO WRK-FIM-CLIENTES.
           MOVE ZEROS TO CLIENTES-FONE.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-CLIENTES
           END-START.
           PERFORM UNTIL WRK-FIM-CLIENTES = 'S'
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-CLIENTES
              END-READ
              IF WRK-FIM-CLIENTES NOT = 'S'
                    AND CLIENTES-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-CLIENTES
              END-IF
              IF WRK-FIM-CLIENTES NOT = 'S'
                 PERFORM 0210-BAIXAR-CLIENTE
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0210-BAIXAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE 'X'           TO FPT-OPERACAO.
           MOVE CLIENTES-FONE TO FPT-FONE.
           MOVE ZEROS         TO FPT-PEDIDO FPT-VALOR FPT-VALOR-PEDIDO
                                 FPT-QTD.
           MOVE 'FIDPASSIVO'  TO FPT-ORIGEM.
           CALL 'FIDPONTOS' USING FPT-PARAMETROS.
           IF FPT-RETORNO = 'S'
                 AND (FPT-SALDO > ZEROS OR FPT-QTD > ZEROS)
              MOVE CLIENTES-FONE   TO WRK-REL-FONE
              MOVE CLIENTES-NOME   TO WRK-REL-NOME
              MOVE FPT-SALDO       TO WRK-REL-PONTOS
              MOVE FPT-VALOR-SALDO TO WRK-REL-VALOR
              MOVE FPT-A-VENCER    TO WRK-REL-A-VENCER
              MOVE FPT-QTD         TO WRK-REL-EXPIRADO
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
              IF FPT-SALDO > ZEROS
                 ADD 1 TO WRK-QTD-CLIENTES
              END-IF
              ADD FPT-SALDO       TO WRK-TOT-PONTOS
              ADD FPT-VALOR-SALDO TO WRK-TOT-VALOR
              ADD FPT-A-VENCER    TO WRK-TOT-A-VENCER
              ADD FPT-QTD         TO WRK-TOT-EXPIRADOS
              COMPUTE WRK-TOT-VLR-EXPIRADO = WRK-TOT-VLR-EXPIRADO
                 + (FPT-QTD * FPT-PONTO-CTVS / 100)
           END-IF.
      *----------------------------------------------------------------*
       0400-FINALIZAR SECTION.
      *-----------------------
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTD-CLIENTES  TO WRK-REL-QTD-CLI.
           MOVE WRK-TOT-PONTOS    TO WRK-REL-TOT-PONTOS.
           MOVE WRK-TOT-VALOR     TO WRK-REL-TOT-VALOR.
           MOVE WRK-TOT-A-VENCER  TO WRK-REL-TOT-A-VENCER.
           MOVE WRK-TOT-EXPIRADOS TO WRK-REL-TOT-EXPIRADO.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE WRK-TOT-VLR-EXPIRADO TO WRK-REL-VLR-EXPIRADO.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL-EXP.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'FIDPASSIVO'      TO SPL-PROGRAMA.
           MOVE 'FIDPASSIVO.REL'  TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE CLIENTES.
           DISPLAY 'PASSIVO DE FIDELIDADE GRAVADO EM FIDPASSIVO.REL.'.
      *----------------------------------------------------------------*
