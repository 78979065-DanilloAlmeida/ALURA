              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CREDITOS-STATUS
              RECORD KEY CRED-CHAVE.

           SELECT CRPAGTOS ASSIGN TO WRK-CRPAGTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CRPAGTOS-STATUS
              RECORD KEY PGT-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
      *-------------
       FD CREDITOS.
       COPY 'creditos-reg.cpy'.
      *-------------
       FD CRPAGTOS.
       COPY 'crpagtos-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'contasrec-cfg.cpy'.
       COPY 'clientes-cfg.cpy'.
       COPY 'creditos-cfg.cpy'.
       COPY 'crpagtos-cfg.cpy'.
       77 CONTASREC-STATUS     PIC   9(02).
       77 CLIENTES-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 CAIXA-STATUS         PIC   9(02).
       77 CREDITOS-STATUS      PIC   9(02).
       77 CRPAGTOS-STATUS      PIC   9(02).
       77 WRK-FORMA-PAGTO      PIC   9(01).
       77 WRK-HORA-ATUAL       PIC   9(08).
      *    BAIXA COM CREDITO DE DEVOLUCAO (FORMA 5): O SALDO DO
      *    CLIENTE EM CREDITOS.DAT PRECISA COBRIR O TITULO INTEIRO.
       77 WRK-CREDITO-OK       PIC   X(01).
      *    RECEBIMENTO PARCIAL: O CLIENTE PODE PAGAR MENOS QUE O SALDO
      *    DO TITULO; O RESTO FICA EM ABERTO NO MESMO TITULO E CADA
      *    RECEBIMENTO VAI PARA O HISTORICO CRPAGTOS.DAT.
       77 WRK-SALDO-TITULO     PIC   9(07)V99.
       77 WRK-VALOR-RECEBIDO   PIC   9(07)V99.
       77 WRK-VALOR-OK         PIC   X(01).
       77 WRK-LINHA-HIST       PIC   9(02).
       77 WRK-POS-HIST         PIC   9(04).
       77 WRK-FIM-HIST         PIC   X(01).
       01 WRK-LINHA-PAGTO.
          05 WRK-LP-SEQ           PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-LP-DATA          PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-LP-VALOR         PIC ZZZZZZ9.99.

      *    HISTORICO PADRAO DO LANCAMENTO DE CAIXA DA BAIXA.
       01 WRK-HISTORICO-BAIXA.
          05 FILLER           PIC X(25) VALUE
             'TOTAL GERAL EM ATRASO..: '.
          05 WRK-REL-TOT-GERAL PIC ZZZZZZZZZZ9.99.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *------------------------
       SCREEN SECTION.
      *------------------------
             05 LINE 21 COLUMN 35 PIC 9(08) FROM CR-DT-PAGAMENTO.
             05 LINE 22 COLUMN 15 VALUE 'SITUACAO.....: '.
             05 LINE 22 COLUMN 35 PIC X(01) FROM CR-SITUACAO.
             05 LINE 18 COLUMN 50 VALUE 'PAGO.: '.
             05 LINE 18 COLUMN 57 PIC 9(07)V99 FROM CR-VALOR-PAGO.
             05 LINE 19 COLUMN 50 VALUE 'SALDO: '.
             05 LINE 19 COLUMN 57 PIC 9(07)V99 FROM WRK-SALDO-TITULO.

       01 TELA-BAIXA-VALOR.
             05 LINE 21 COLUMN 50 VALUE 'RECEBER: '.
             05 LINE 21 COLUMN 59 PIC 9(07)V99
                USING WRK-VALOR-RECEBIDO.

       01 TELA-BAIXA-FORMA.
             05 LINE 23 COLUMN 15 VALUE
                 OPEN I-O CREDITOS
              END-IF.

           ACCEPT WRK-CRPAGTOS-PATH FROM ENVIRONMENT 'CRPAGTOS_DAT'.
           IF WRK-CRPAGTOS-PATH = SPACES
              MOVE WRK-CRPAGTOS-PATH-PADRAO TO WRK-CRPAGTOS-PATH
           END-IF.

           OPEN I-O CRPAGTOS
              IF CRPAGTOS-STATUS = 35 THEN
                 OPEN OUTPUT CRPAGTOS
                 CLOSE CRPAGTOS
                 OPEN I-O CRPAGTOS
              END-IF.

           IF CRPAGTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CRPAGTOS.DAT. STATUS: '
                 CRPAGTOS-STATUS
              CLOSE CONTASREC CREDITOS
              GOBACK
           END-IF.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CLIENTES.DAT. STATUS: '
              INVALID KEY
                 CONTINUE
           END-READ.
      *    A BAIXA E DATADA HOJE: SO ENTRA COM A COMPETENCIA ATUAL DO
      *    CONTAS A RECEBER ABERTA.
           MOVE 'R'   TO PEV-MODULO.
           MOVE ZEROS TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.

           EVALUATE CONTASREC-STATUS
              WHEN 00
                 IF CR-SITUACAO = 'L'
                    DISPLAY 'TITULO JA LIQUIDADO!' AT 2001
                 ELSE
                 IF CR-SITUACAO = 'C' OR CR-SITUACAO = 'R'
                    DISPLAY 'TITULO CANCELADO/RENEGOCIADO NAO RECEBE '
                       AT 2001
                    DISPLAY 'BAIXA!' AT 2042
                 ELSE
                 IF PEV-RETORNO NOT = 'A'
                    DISPLAY 'COMPETENCIA DO RECEBER FECHADA: BAIXA '
                       AT 2001
                    DISPLAY 'NAO FEITA!' AT 2039
                 ELSE
                    COMPUTE WRK-SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
                    DISPLAY TELA-CONSULTA-DADOS
                    PERFORM 4015-CAPTURAR-VALOR
                    PERFORM 4020-CAPTURAR-FORMA
                    MOVE 'S' TO WRK-CREDITO-OK
                    IF WRK-FORMA-PAGTO = 5
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
                       MOVE WRK-DATA-ATUAL TO CR-DT-PAGAMENTO
                       ADD WRK-VALOR-RECEBIDO TO CR-VALOR-PAGO
                       ADD 1               TO CR-QTD-PAGTOS
                       COMPUTE WRK-SALDO-TITULO =
                          CR-VALOR - CR-VALOR-PAGO
                       IF WRK-SALDO-TITULO = ZEROS
                          MOVE 'L'         TO CR-SITUACAO
                       END-IF
                       REWRITE CR-REG
                          INVALID KEY
                             CONTINUE
                             PERFORM 4035-DEBITAR-CREDITO
                          END-IF
                          PERFORM 4010-GRAVAR-CAIXA
                          PERFORM 4040-GRAVAR-HISTORICO
                          IF CR-SITUACAO = 'L'
                             DISPLAY 'TITULO BAIXADO COM SUCESSO!'
                                AT 2001
                          ELSE
                             DISPLAY 'RECEBIMENTO PARCIAL. SALDO: '
                                AT 2001
                             DISPLAY WRK-SALDO-TITULO AT 2029
                          END-IF
                       ELSE
                          DISPLAY 'ERRO AO BAIXAR. STATUS: '
                             CONTASREC-STATUS AT 2001
                    END-IF
                 END-IF
                 END-IF
                 END-IF
              WHEN 23
                 DISPLAY 'TITULO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                    CONTASREC-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4015-CAPTURAR-VALOR SECTION.
      *----------------------------------------------------------------*
      *    VALOR RECEBIDO AGORA, SUGERIDO COMO O SALDO INTEIRO. MENOS
      *    QUE O SALDO E RECEBIMENTO PARCIAL; MAIS QUE O SALDO NAO
      *    PASSA (TROCO NAO E TITULO).
           MOVE WRK-SALDO-TITULO TO WRK-VALOR-RECEBIDO.
           MOVE 'N' TO WRK-VALOR-OK.
           PERFORM UNTIL WRK-VALOR-OK = 'S'
              ACCEPT TELA-BAIXA-VALOR
              IF WRK-VALOR-RECEBIDO = ZEROS
                    OR WRK-VALOR-RECEBIDO > WRK-SALDO-TITULO
                 DISPLAY 'VALOR INVALIDO: ZERO OU ACIMA DO SALDO!'
                    AT 2001
                 MOVE WRK-SALDO-TITULO TO WRK-VALOR-RECEBIDO
              ELSE
                 MOVE 'S' TO WRK-VALOR-OK
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       4020-CAPTURAR-FORMA SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4030-VERIFICAR-CREDITO SECTION.
      *----------------------------------------------------------------*
      *    O CREDITO DE DEVOLUCAO PRECISA COBRIR O VALOR RECEBIDO; O
      *    SALDO SO E DEBITADO DEPOIS DA BAIXA EFETIVADA.
           MOVE 'N' TO WRK-CREDITO-OK.
           MOVE CR-FONE-CLIENTE TO CRED-FONE.
           EVALUATE TRUE
              WHEN CREDITOS-STATUS NOT = 00
                 DISPLAY 'CLIENTE SEM CREDITO DE DEVOLUCAO!' AT 2001
              WHEN CRED-SALDO < WRK-VALOR-RECEBIDO
                 DISPLAY 'CREDITO INSUFICIENTE. SALDO: ' AT 2001
                 DISPLAY CRED-SALDO AT 2030
              WHEN OTHER
                 CONTINUE
           END-READ.
           IF CREDITOS-STATUS = 00
              SUBTRACT WRK-VALOR-RECEBIDO FROM CRED-SALDO
              REWRITE CRED-REG
                 INVALID KEY
                    CONTINUE
           MOVE WRK-HORA-ATUAL(1:6) TO CXA-HORA.
           MOVE 'E'                 TO CXA-TIPO.
           MOVE WRK-FORMA-PAGTO     TO CXA-FORMA.
           MOVE WRK-VALOR-RECEBIDO  TO CXA-VALOR.
           MOVE CR-NUMERO-PEDIDO    TO WRK-HIST-PEDIDO.
           MOVE CR-PARCELA          TO WRK-HIST-PARCELA.
           MOVE WRK-HISTORICO-BAIXA TO CXA-HISTORICO.
              DISPLAY 'ERRO AO GRAVAR CAIXA.DAT. STATUS: '
                 CAIXA-STATUS AT 2101
           END-IF.
      *----------------------------------------------------------------*
       4040-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *    UM REGISTRO POR RECEBIMENTO, NA SEQUENCIA DO TITULO.
           MOVE CR-NUMERO-PEDIDO   TO PGT-NUMERO-PEDIDO.
           MOVE CR-PARCELA         TO PGT-PARCELA.
           MOVE CR-QTD-PAGTOS      TO PGT-SEQUENCIA.
           MOVE WRK-DATA-ATUAL     TO PGT-DATA.
           MOVE WRK-VALOR-RECEBIDO TO PGT-VALOR.
           MOVE WRK-FORMA-PAGTO    TO PGT-FORMA.
           MOVE WRK-SALDO-TITULO   TO PGT-SALDO-APOS.
           WRITE PGT-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CRPAGTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR CRPAGTOS.DAT. STATUS: '
                 CRPAGTOS-STATUS AT 2201
           END-IF.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*

           EVALUATE CONTASREC-STATUS
              WHEN 00
                 COMPUTE WRK-SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
                 DISPLAY TELA-CONSULTA-DADOS
                 PERFORM 4110-MOSTRAR-RECEBIMENTOS
              WHEN 23
                 DISPLAY 'TITULO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                    CONTASREC-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4110-MOSTRAR-RECEBIMENTOS SECTION.
      *----------------------------------------------------------------*
      *    HISTORICO DE RECEBIMENTOS DO TITULO (OS TRES PRIMEIROS NA
      *    TELA, SEQUENCIA / DATA / VALOR).
           IF CR-QTD-PAGTOS > ZEROS
              DISPLAY 'RECEBIMENTOS:' AT 2050
              MOVE CR-NUMERO-PEDIDO TO PGT-NUMERO-PEDIDO
              MOVE CR-PARCELA       TO PGT-PARCELA
              MOVE ZEROS            TO PGT-SEQUENCIA
              MOVE 'N'              TO WRK-FIM-HIST
              START CRPAGTOS KEY IS NOT LESS THAN PGT-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-HIST
              END-START
              MOVE 21 TO WRK-LINHA-HIST
              PERFORM UNTIL WRK-FIM-HIST = 'S' OR WRK-LINHA-HIST > 23
                 READ CRPAGTOS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-HIST
                 END-READ
                 IF WRK-FIM-HIST NOT = 'S'
                    IF CRPAGTOS-STATUS NOT = 00
                          OR PGT-NUMERO-PEDIDO NOT = CR-NUMERO-PEDIDO
                          OR PGT-PARCELA NOT = CR-PARCELA
                       MOVE 'S' TO WRK-FIM-HIST
                    ELSE
                       MOVE PGT-SEQUENCIA TO WRK-LP-SEQ
                       MOVE PGT-DATA      TO WRK-LP-DATA
                       MOVE PGT-VALOR     TO WRK-LP-VALOR
                       COMPUTE WRK-POS-HIST = WRK-LINHA-HIST * 100 + 50
                       DISPLAY WRK-LINHA-PAGTO AT WRK-POS-HIST
                       ADD 1 TO WRK-LINHA-HIST
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       5000-RELATORIO-ATRASOS SECTION.
      *----------------------------------------------------------------*
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CONTASREC'       TO SPL-PROGRAMA.
           MOVE 'CONTASREC.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           DISPLAY TELA.
           DISPLAY 'RELATORIO GERADO EM CONTASREC.REL!' AT 2001.
           COMPUTE WRK-VENC-INT =
              FUNCTION INTEGER-OF-DATE(CR-DT-VENCIMENTO).
           COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT - WRK-VENC-INT.
      *    O ATRASO E SO DO SALDO: O RECEBIDO EM PARCIAL NAO CONTA.
           COMPUTE WRK-SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO.

           MOVE 'N' TO WRK-ACHOU-CLI.
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
              END-IF
              EVALUATE TRUE
                 WHEN WRK-DIAS-ATRASO <= 30
                    ADD WRK-SALDO-TITULO TO WRK-ATR-ATE30(WRK-IDX-CLI)
                 WHEN WRK-DIAS-ATRASO <= 60
                    ADD WRK-SALDO-TITULO TO WRK-ATR-ATE60(WRK-IDX-CLI)
                 WHEN OTHER
                    ADD WRK-SALDO-TITULO TO WRK-ATR-MAIS60(WRK-IDX-CLI)
              END-EVALUATE
              ADD WRK-SALDO-TITULO TO WRK-ATR-TOTAL(WRK-IDX-CLI)
              ADD WRK-SALDO-TITULO TO WRK-TOTAL-ATRASO
           END-IF.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
           CLOSE CLIENTES.
           CLOSE CAIXA.
           CLOSE CREDITOS.
           CLOSE CRPAGTOS.
      *----------------------------------------------------------------*
