      *    VENCIMENTO) E CARIMBA A DATA DA REMESSA NO TITULO. A
      *    OPCAO 2 PROCESSA RETORNO.TXT DO BANCO: CADA LINHA PAGA
      *    BAIXA O TITULO CORRESPONDENTE ('L' + DATA DO PAGAMENTO,
      *    COM O LANCAMENTO NO CAIXA NA FORMA 6 - BOLETO E O
      *    RECEBIMENTO NO HISTORICO CRPAGTOS.DAT); LINHA QUE
      *    NAO CASA COM TITULO ABERTO VAI PARA BOLETO.ERR COM O
      *    CODIGO DO MOTIVO, NO MESMO DESENHO DO CLIENTES.ERR DA
      *    CARGA DE CLIENTES. MOTIVOS: 01 TITULO NAO ENCONTRADO,
      *    02 TITULO NAO ESTA EM ABERTO, 03 VALOR DIVERGENTE, 04
      *    PAGAMENTO EM COMPETENCIA DO RECEBER JA FECHADA. TITULO
      *    DE PEDIDO COBRADO NA ENTREGA (CONDICAO DE PAGAMENTO NA
      *    ENTREGA) NAO VAI NA REMESSA: QUEM BAIXA E O ACERTO DO
      *    MOTORISTA NO ENTREGAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
              FILE STATUS IS CONTASREC-STATUS
              RECORD KEY CR-CHAVE.

           SELECT CRPAGTOS ASSIGN TO WRK-CRPAGTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CRPAGTOS-STATUS
              RECORD KEY PGT-CHAVE.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              ALTERNATE RECORD KEY CLIENTES-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CLIENTES-CPF.

           SELECT PEDIDOS ASSIGN TO WRK-PEDIDOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDIDOS-STATUS
              RECORD KEY PEDIDOS-CHAVE
              ALTERNATE RECORD KEY PEDIDOS-FONE-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY PEDIDOS-DATA
                 WITH DUPLICATES.

           SELECT CONDPAG ASSIGN TO WRK-CONDPAG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONDPAG-STATUS
              RECORD KEY COND-CHAVE.

           SELECT REMESSA ASSIGN TO 'REMESSA.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REMESSA-STATUS.
      *-------------
       FD CONTASREC.
       COPY 'contasrec-reg.cpy'.
      *-------------
       FD CRPAGTOS.
       COPY 'crpagtos-reg.cpy'.
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD CONDPAG.
       COPY 'condpag-reg.cpy'.
      *-------------
      *    ARQUIVO DE REMESSA PARA O BANCO EMITIR OS BOLETOS.
       FD REMESSA.
      *------------------------
       COPY 'contasrec-cfg.cpy'.
       COPY 'clientes-cfg.cpy'.
       COPY 'crpagtos-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'condpag-cfg.cpy'.
       77 CONTASREC-STATUS     PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 CONDPAG-STATUS       PIC   9(02).
       77 CRPAGTOS-STATUS      PIC   9(02).
       77 CLIENTES-STATUS      PIC   9(02).
       77 REMESSA-STATUS       PIC   9(02).
       77 RETORNO-STATUS       PIC   9(02).
       77 WRK-QTD-REJEITADOS   PIC   9(06) VALUE 0.
       77 WRK-ERR-MOTIVO       PIC   9(02).
       77 WRK-ARQS-ABERTOS     PIC   X(01) VALUE 'N'.
      *    SALDO DO TITULO (VALOR MENOS O JA RECEBIDO EM PARCIAIS NO
      *    CONTASREC): E ELE QUE VAI NO BOLETO E QUE O RETORNO QUITA.
       77 WRK-SALDO-TITULO     PIC   9(07)V99.
      *    PEDIDO COBRADO NA ENTREGA PELO MOTORISTA: FICA FORA DA
      *    REMESSA. SEM PEDIDOS.DAT OU CONDPAG.DAT TUDO E REMETIDO.
       77 WRK-PEDIDOS-ABERTO   PIC   X(01) VALUE 'N'.
       77 WRK-CONDPAG-ABERTO   PIC   X(01) VALUE 'N'.
       77 WRK-NA-ENTREGA       PIC   X(01).
       77 WRK-QTD-NA-ENTREGA   PIC   9(06) VALUE 0.

      *    HISTORICO PADRAO DO LANCAMENTO DE CAIXA DA BAIXA POR
      *    BOLETO, NO MESMO DESENHO DA BAIXA MANUAL DO CONTASREC.
          05 WRK-HIST-PEDIDO      PIC 9(09).
          05 FILLER               PIC X(02) VALUE ' P'.
          05 WRK-HIST-PARCELA     PIC 9(02).
      *    CHAVE DO TITULO REJEITADO NA FILA DE EXCECOES.
       01 WRK-EXC-CHAVE-TITULO.
          05 FILLER               PIC X(04) VALUE 'PED '.
          05 WRK-EXC-PEDIDO       PIC 9(09).
          05 FILLER               PIC X(03) VALUE ' P '.
          05 WRK-EXC-PARCELA      PIC 9(02).
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
      *    AREA DE CHAMADA DO EXCREG.
       COPY 'excreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
              MOVE 9 TO WRK-OPCAO
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT CLIENTES
              ACCEPT WRK-CRPAGTOS-PATH FROM ENVIRONMENT 'CRPAGTOS_DAT'
              IF WRK-CRPAGTOS-PATH = SPACES
                 MOVE WRK-CRPAGTOS-PATH-PADRAO TO WRK-CRPAGTOS-PATH
              END-IF
              OPEN I-O CRPAGTOS
              IF CRPAGTOS-STATUS = 35
                 OPEN OUTPUT CRPAGTOS
                 CLOSE CRPAGTOS
                 OPEN I-O CRPAGTOS
              END-IF
      *       SEM O HISTORICO O RECEBIMENTO NAO FICA REGISTRADO.
              IF CRPAGTOS-STATUS NOT = 00
                 DISPLAY 'CRPAGTOS.DAT INDISPONIVEL. STATUS: '
                    CRPAGTOS-STATUS
                 CLOSE CONTASREC
                 CLOSE CLIENTES
                 MOVE 9 TO WRK-OPCAO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'S' TO WRK-ARQS-ABERTOS
              END-IF
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
      *----------------------------------------------------------------*
       1000-GERAR-REMESSA SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS = 00
              MOVE 'S' TO WRK-PEDIDOS-ABERTO
           END-IF.
           ACCEPT WRK-CONDPAG-PATH FROM ENVIRONMENT 'CONDPAG_DAT'.
           IF WRK-CONDPAG-PATH = SPACES
              MOVE WRK-CONDPAG-PATH-PADRAO TO WRK-CONDPAG-PATH
           END-IF.
           OPEN INPUT CONDPAG.
           IF CONDPAG-STATUS = 00
              MOVE 'S' TO WRK-CONDPAG-ABERTO
           END-IF.

           OPEN OUTPUT REMESSA.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO CR-NUMERO-PEDIDO CR-PARCELA.
              IF WRK-FIM-ARQUIVO NOT = 'S'
                    AND CR-SITUACAO = 'A'
                    AND CR-DT-REMESSA = ZEROS
                 PERFORM 1050-VERIFICAR-NA-ENTREGA
                 IF WRK-NA-ENTREGA = 'S'
                    ADD 1 TO WRK-QTD-NA-ENTREGA
                 ELSE
                    PERFORM 1100-REMETER-TITULO
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE REMESSA.
           IF WRK-PEDIDOS-ABERTO = 'S'
              CLOSE PEDIDOS
           END-IF.
           IF WRK-CONDPAG-ABERTO = 'S'
              CLOSE CONDPAG
           END-IF.
           DISPLAY 'REMESSA.TXT GERADA. TITULOS: ' WRK-QTD-REMETIDOS.
           IF WRK-QTD-NA-ENTREGA > ZEROS
              DISPLAY 'TITULOS COBRADOS NA ENTREGA, FORA DA REMESSA: '
                 WRK-QTD-NA-ENTREGA
           END-IF.
      *----------------------------------------------------------------*
       1050-VERIFICAR-NA-ENTREGA SECTION.
      *----------------------------------------------------------------*
      *    TITULO DE ACORDO (FAIXA PROPRIA DE NUMERO) NAO TEM PEDIDO
      *    E SEMPRE VAI PARA O BANCO.
           MOVE 'N' TO WRK-NA-ENTREGA.
           IF WRK-PEDIDOS-ABERTO = 'S'
                 AND WRK-CONDPAG-ABERTO = 'S'
              MOVE CR-NUMERO-PEDIDO TO PEDIDOS-NUMERO
              READ PEDIDOS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PEDIDOS-STATUS = 00
                    AND PEDIDOS-COND-PAGTO > ZEROS
                 MOVE PEDIDOS-COND-PAGTO TO COND-CODIGO
                 READ CONDPAG
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF CONDPAG-STATUS = 00
                       AND COND-NA-ENTREGA = 'S'
                    MOVE 'S' TO WRK-NA-ENTREGA
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       1100-REMETER-TITULO SECTION.
      *----------------------------------------------------------------*
           ELSE
              MOVE SPACES TO REM-NOME
           END-IF.
           COMPUTE REM-VALOR = CR-VALOR - CR-VALOR-PAGO.
           MOVE CR-DT-VENCIMENTO TO REM-VENCIMENTO.
           WRITE REM-REG.

              INVALID KEY
                 CONTINUE
           END-READ.
           IF CONTASREC-STATUS = 00
              COMPUTE WRK-SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
           END-IF.
      *    A BAIXA ENTRA NA DATA DO PAGAMENTO INFORMADA PELO BANCO.
           MOVE 'R'              TO PEV-MODULO.
           MOVE RET-DT-PAGAMENTO TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.

           EVALUATE TRUE
              WHEN CONTASREC-STATUS NOT = 00
              WHEN CR-SITUACAO NOT = 'A'
                 MOVE 02 TO WRK-ERR-MOTIVO
                 PERFORM 2200-GRAVAR-REJEITADO
              WHEN RET-VALOR-PAGO NOT = WRK-SALDO-TITULO
                 MOVE 03 TO WRK-ERR-MOTIVO
                 PERFORM 2200-GRAVAR-REJEITADO
              WHEN PEV-RETORNO NOT = 'A'
                 MOVE 04 TO WRK-ERR-MOTIVO
                 PERFORM 2200-GRAVAR-REJEITADO
              WHEN OTHER
                 MOVE RET-DT-PAGAMENTO TO CR-DT-PAGAMENTO
                 MOVE 'L'              TO CR-SITUACAO
                 MOVE CR-VALOR         TO CR-VALOR-PAGO
                 ADD 1                 TO CR-QTD-PAGTOS
                 REWRITE CR-REG
                    INVALID KEY
                       CONTINUE
                 IF CONTASREC-STATUS = 00
                    ADD 1 TO WRK-QTD-BAIXADOS
                    PERFORM 2300-GRAVAR-CAIXA
                    PERFORM 2400-GRAVAR-HISTORICO
                 ELSE
                    MOVE 02 TO WRK-ERR-MOTIVO
                    PERFORM 2200-GRAVAR-REJEITADO
           MOVE WRK-ERR-MOTIVO   TO ERR-MOTIVO.
           WRITE ERR-REG.
           ADD 1 TO WRK-QTD-REJEITADOS.

      *    A REJEICAO VAI TAMBEM PARA A FILA DE EXCECOES.
           MOVE RET-PEDIDO  TO WRK-EXC-PEDIDO.
           MOVE RET-PARCELA TO WRK-EXC-PARCELA.
           MOVE 'BOLETO'             TO EXR-PROGRAMA.
           MOVE 'FINANCEIRO'         TO EXR-AREA.
           MOVE 'A'                  TO EXR-SEVERIDADE.
           MOVE WRK-EXC-CHAVE-TITULO TO EXR-CHAVE.
           EVALUATE WRK-ERR-MOTIVO
              WHEN 01
                 MOVE 'RETORNO REJEITADO: TITULO NAO ENCONTRADO'
                    TO EXR-MENSAGEM
              WHEN 02
                 MOVE 'RETORNO REJEITADO: TITULO NAO ESTA EM ABERTO'
                    TO EXR-MENSAGEM
              WHEN 03
                 MOVE 'RETORNO REJEITADO: VALOR PAGO DIFERE DO SALDO'
                    TO EXR-MENSAGEM
              WHEN OTHER
                 MOVE 'RETORNO REJEITADO: PAGAMENTO EM PERIODO FECHADO'
                    TO EXR-MENSAGEM
           END-EVALUATE.
           CALL 'EXCREG' USING EXR-PARAMETROS.
      *----------------------------------------------------------------*
       2300-GRAVAR-CAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-HORA-ATUAL(1:6) TO CXA-HORA.
           MOVE 'E'                 TO CXA-TIPO.
           MOVE 6                   TO CXA-FORMA.
           MOVE WRK-SALDO-TITULO    TO CXA-VALOR.
           MOVE CR-NUMERO-PEDIDO    TO WRK-HIST-PEDIDO.
           MOVE CR-PARCELA          TO WRK-HIST-PARCELA.
           MOVE WRK-HISTORICO-BAIXA TO CXA-HISTORICO.
           WRITE CXA-REG.
      *----------------------------------------------------------------*
       2400-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *    O BOLETO QUITA O SALDO INTEIRO: UM RECEBIMENTO NA SEQUENCIA
      *    DO TITULO, COMO A BAIXA MANUAL DO CONTASREC.
           MOVE CR-NUMERO-PEDIDO TO PGT-NUMERO-PEDIDO.
           MOVE CR-PARCELA       TO PGT-PARCELA.
           MOVE CR-QTD-PAGTOS    TO PGT-SEQUENCIA.
           MOVE RET-DT-PAGAMENTO TO PGT-DATA.
           MOVE WRK-SALDO-TITULO TO PGT-VALOR.
           MOVE 6                TO PGT-FORMA.
           MOVE ZEROS            TO PGT-SALDO-APOS.
           WRITE PGT-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CRPAGTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR CRPAGTOS.DAT. STATUS: '
                 CRPAGTOS-STATUS
           END-IF.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           IF WRK-ARQS-ABERTOS = 'S'
              CLOSE CONTASREC
              CLOSE CLIENTES
              CLOSE CRPAGTOS
           END-IF.
      *----------------------------------------------------------------*
