      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CONCILIACAO DO CONTAS A RECEBER E A PAGAR
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    PROVA QUE OS SUBRAZOES DE DINHEIRO BATEM COM AS ORIGENS.
      *    RECEBER: TODO PEDIDO FATURADO OU ENTREGUE TEM TITULOS
      *    SOMANDO O VALOR DO PEDIDO MAIS O FRETE (COMO O
      *    FATURAMENTO GERA AS PARCELAS); PEDIDO CANCELADO NAO TEM
      *    TITULO EM ABERTO; O RECEBIDO DAS PARCELAS DE CADA PEDIDO
      *    BATE COM AS ENTRADAS 'REC PED' DO CAIXA (A BAIXA DO
      *    RETORNO DE BOLETOS TAMBEM ENTRA NO CAIXA, FORMA 6). PAGAR:
      *    TODA ENTRADA DE MERCADORIA DE COMPRAS.DAT TEM O SEU
      *    TITULO (MESMO FORNECEDOR, DATA E VALOR) E O LIQUIDADO
      *    BATE COM A SAIDA 'PAG TITULO' DO CAIXA. MOVIMENTO DE
      *    CAIXA COM HISTORICO DE TITULO QUE NAO EXISTE TAMBEM E
      *    QUEBRA. CADA QUEBRA SAI EM FINCONF.REL COM O TIPO E OS
      *    VALORES; NO FIM, O TOTAL POR TIPO E O RESUMO DA
      *    COMPETENCIA: SALDOS EM ABERTO E O MOVIMENTO DO MES DOS
      *    SUBRAZOES LADO A LADO COM AS ORIGENS EXPORTADAS PELO
      *    CONTABIL EM CONTABAAAAMM.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. FINCONF.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO WRK-PEDIDOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDIDOS-STATUS
              RECORD KEY PEDIDOS-CHAVE
              ALTERNATE RECORD KEY PEDIDOS-FONE-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY PEDIDOS-DATA
                 WITH DUPLICATES.

           SELECT CONTASREC ASSIGN TO WRK-CONTASREC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASREC-STATUS
              RECORD KEY CR-CHAVE.

           SELECT CONTASPAG ASSIGN TO WRK-CONTASPAG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASPAG-STATUS
              RECORD KEY CP-CHAVE.

           SELECT CAIXA ASSIGN TO 'CAIXA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAIXA-STATUS.

           SELECT COMPRAS ASSIGN TO 'COMPRAS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMPRAS-STATUS.

           SELECT LANCAMENTOS ASSIGN TO WRK-CONTAB-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LANCAMENTOS-STATUS.

           SELECT RELATORIO ASSIGN TO 'FINCONF.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD CONTASREC.
       COPY 'contasrec-reg.cpy'.
      *-------------
       FD CONTASPAG.
       COPY 'contaspag-reg.cpy'.
      *-------------
       FD CAIXA.
       COPY 'caixa-reg.cpy'.
      *-------------
      *    RAZAO DE COMPRAS, DESENHO DO RECEBIMENTO.
       FD COMPRAS.
       01 CMP-REG.
          05 CMP-DATA             PIC 9(08).
          05 CMP-HORA             PIC 9(06).
          05 CMP-FORNECEDOR       PIC 9(04).
          05 CMP-CODIGO-PRODUTO   PIC 9(06).
          05 CMP-QUANTIDADE       PIC 9(05)V99.
          05 CMP-CUSTO-UNITARIO   PIC 9(07)V99.
          05 CMP-CUSTO-TOTAL      PIC 9(09)V99.
          05 CMP-ORDEM            PIC 9(09).
          05 CMP-TIPO             PIC X(01).
      *-------------
       FD LANCAMENTOS.
       COPY 'lancctb-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'pedidos-cfg.cpy'.
       COPY 'contasrec-cfg.cpy'.
       COPY 'contaspag-cfg.cpy'.
       77 PEDIDOS-STATUS       PIC   9(02).
       77 CONTASREC-STATUS     PIC   9(02).
       77 CONTASPAG-STATUS     PIC   9(02).
       77 CAIXA-STATUS         PIC   9(02).
       77 COMPRAS-STATUS       PIC   9(02).
       77 LANCAMENTOS-STATUS   PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-CONTAB-PATH      PIC   X(30).
       77 WRK-PEDIDOS-ABERTO   PIC   X(01) VALUE 'N'.
       77 WRK-CONTASPAG-ABERTO PIC   X(01) VALUE 'N'.
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-COMPETENCIA      PIC   9(06).
       77 WRK-MES-INF          PIC   9(02).
       77 WRK-ANO-INF          PIC   9(04).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-FIM-CHAVE        PIC   X(01).
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-IDX              PIC   9(04).
       77 WRK-IDX-TIPO         PIC   9(02).
       77 WRK-QTD-CXT          PIC   9(04) VALUE 0.
       77 WRK-QTD-TIT          PIC   9(04) VALUE 0.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
       77 WRK-QTD-TIT-FORA     PIC   9(06) VALUE 0.
       77 WRK-QTD-QUEBRAS      PIC   9(06) VALUE 0.
       77 WRK-QTD-TITULOS      PIC   9(03).
       77 WRK-SOMA-TITULOS     PIC   9(09)V99.
       77 WRK-ABERTO-TITULOS   PIC   9(09)V99.
       77 WRK-VLR-CAIXA        PIC   9(11)V99.
      *    QUEBRA A APONTAR: TIPO (VER WRK-TABELA-TIPOS), REFERENCIA
      *    E OS DOIS LADOS DO VALOR.
       77 WRK-TIPO-QUEBRA      PIC   9(02).
       77 WRK-REFERENCIA       PIC   X(24).
       77 WRK-VLR-ESPERADO     PIC   S9(11)V99.
       77 WRK-VLR-ACHADO       PIC   S9(11)V99.
       77 WRK-VLR-DIFERENCA    PIC   S9(11)V99.
      *    RESUMO DA COMPETENCIA: SUBRAZOES E CONTABIL.
       77 WRK-CR-SALDO-ABERTO  PIC   S9(11)V99 VALUE 0.
       77 WRK-CR-EMITIDO-MES   PIC   S9(11)V99 VALUE 0.
       77 WRK-CR-RECEBIDO-MES  PIC   S9(11)V99 VALUE 0.
       77 WRK-CP-SALDO-ABERTO  PIC   S9(11)V99 VALUE 0.
       77 WRK-CP-EMITIDO-MES   PIC   S9(11)V99 VALUE 0.
       77 WRK-CP-PAGO-MES      PIC   S9(11)V99 VALUE 0.
       77 WRK-CTB-ACHADO       PIC   X(01) VALUE 'N'.
       77 WRK-CTB-VENDA        PIC   S9(11)V99 VALUE 0.
       77 WRK-CTB-ESTORNO      PIC   S9(11)V99 VALUE 0.
       77 WRK-CTB-RECEBTO      PIC   S9(11)V99 VALUE 0.
       77 WRK-CTB-COMPRA       PIC   S9(11)V99 VALUE 0.
       77 WRK-CTB-DEVCOMPRA    PIC   S9(11)V99 VALUE 0.
       77 WRK-RES-SUBRAZAO     PIC   S9(11)V99.
       77 WRK-RES-CONTABIL     PIC   S9(11)V99.
       77 WRK-REL-EDITADO      PIC   -ZZZZZZZZZ9.99.

      *    CHAVE LIDA NO HISTORICO DO CAIXA: 'R' RECEBER ('REC PED'
      *    + PEDIDO) OU 'P' PAGAR ('PAG TITULO' + TITULO). O
      *    HISTORICO TEM 20 POSICOES E A BAIXA GRAVA 21, ENTAO A
      *    PARCELA CHEGA TRUNCADA: O RECEBER E CONFERIDO POR PEDIDO,
      *    SOMANDO AS PARCELAS. A PARCELA DA CHAVE FICA SEMPRE ZERO.
       01 WRK-CXB-CHAVE.
          05 WRK-CXB-TIPO         PIC X(01).
          05 WRK-CXB-NUMERO       PIC 9(09).
          05 WRK-CXB-PARCELA      PIC 9(02).

      *    TOTAL DO CAIXA E DO SUBRAZAO POR CHAVE (ATE 3000 CHAVES;
      *    O EXCEDENTE DEIXA A CONFERENCIA PARCIAL E O RELATORIO
      *    AVISA). VISTO = 'S' QUANDO A CHAVE EXISTE NO SUBRAZAO.
       01 WRK-TABELA-CAIXA.
          05 WRK-CXT OCCURS 3000 TIMES.
             10 WRK-CXT-CHAVE.
                15 WRK-CXT-TIPO     PIC X(01).
                15 WRK-CXT-NUMERO   PIC 9(09).
                15 WRK-CXT-PARCELA  PIC 9(02).
             10 WRK-CXT-VALOR       PIC 9(11)V99.
             10 WRK-CXT-SUBRAZAO    PIC 9(11)V99.
             10 WRK-CXT-VISTO       PIC X(01).

      *    TITULOS DE MERCADORIA DO CONTAS A PAGAR PARA CASAR COM AS
      *    ENTRADAS DE COMPRAS.DAT (ATE 2000). USADO = 'S' QUANDO JA
      *    CASOU COM UMA ENTRADA.
       01 WRK-TABELA-TITULOS.
          05 WRK-TIT OCCURS 2000 TIMES.
             10 WRK-TIT-FORNECEDOR  PIC 9(04).
             10 WRK-TIT-EMISSAO     PIC 9(08).
             10 WRK-TIT-VALOR       PIC 9(09)V99.
             10 WRK-TIT-USADO       PIC X(01).

       01 WRK-NOMES-TIPOS.
          05 FILLER PIC X(34) VALUE 'PEDIDO FATURADO SEM TITULO'.
          05 FILLER PIC X(34) VALUE 'TITULOS DIFEREM DO PEDIDO'.
          05 FILLER PIC X(34) VALUE
             'PEDIDO CANCELADO COM TITULO ABERTO'.
          05 FILLER PIC X(34) VALUE 'RECEBIDO DIFERE DO CAIXA'.
          05 FILLER PIC X(34) VALUE 'CAIXA SEM TITULO A RECEBER'.
          05 FILLER PIC X(34) VALUE 'ENTRADA SEM TITULO A PAGAR'.
          05 FILLER PIC X(34) VALUE 'PAGO DIFERE DO CAIXA'.
          05 FILLER PIC X(34) VALUE 'CAIXA SEM TITULO A PAGAR'.
       01 WRK-TABELA-TIPOS REDEFINES WRK-NOMES-TIPOS.
          05 WRK-TIPO-NOME OCCURS 8 TIMES PIC X(34).

       01 WRK-TOTAIS-TIPOS.
          05 WRK-TOT-TIPO OCCURS 8 TIMES.
             10 WRK-TOT-QTDE        PIC 9(06).
             10 WRK-TOT-VALOR       PIC 9(11)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(46) VALUE
             'CONCILIACAO DO CONTAS A RECEBER E A PAGAR -  '.
          05 WRK-REL-DATA     PIC 9(08).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(36) VALUE 'QUEBRA'.
          05 FILLER           PIC X(26) VALUE 'REFERENCIA'.
          05 FILLER           PIC X(15) VALUE '       ESPERADO'.
          05 FILLER           PIC X(15) VALUE '        ACHADO'.
          05 FILLER           PIC X(15) VALUE '     DIFERENCA'.

       01 WRK-REL-SECAO       PIC X(100).

       01 WRK-REL-DETALHE.
          05 WRK-REL-TIPO     PIC X(34).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-REFER    PIC X(24).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-ESPERADO PIC -ZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-ACHADO   PIC -ZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-DIF      PIC -ZZZZZZZZZ9.99.

       01 WRK-REL-TOT-TIPO.
          05 WRK-REL-TOT-NOME PIC X(34).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-TOT-QTDE PIC ZZZZZ9.
          05 FILLER           PIC X(04) VALUE SPACES.
          05 WRK-REL-TOT-VLR  PIC ZZZZZZZZZZ9.99.

       01 WRK-REL-RESUMO.
          05 WRK-REL-RES-TEXTO PIC X(40).
          05 WRK-REL-RES-SUB  PIC -ZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-RES-CTB  PIC X(14).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-RES-DIF  PIC X(14).

       01 WRK-REL-LINHA       PIC X(100).

       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(23) VALUE 'QUEBRAS ENCONTRADAS..: '.
          05 WRK-REL-QTDE     PIC ZZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGAR-CAIXA.
           PERFORM 0300-CONFERIR-PEDIDOS.
           PERFORM 0400-CONFERIR-RECEBER.
           PERFORM 0500-CONFERIR-PAGAR.
           PERFORM 0600-CONFERIR-COMPRAS.
           PERFORM 0700-CONFERIR-CAIXA.
           PERFORM 0800-RESUMIR-COMPETENCIA.
           PERFORM 0900-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'INFORME O MES DO RESUMO (1-12): '.
           ACCEPT WRK-MES-INF FROM CONSOLE.
           DISPLAY 'INFORME O ANO (AAAA): '.
           ACCEPT WRK-ANO-INF FROM CONSOLE.
           COMPUTE WRK-COMPETENCIA =
              WRK-ANO-INF * 100 + WRK-MES-INF.

           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-CONTASREC-PATH FROM ENVIRONMENT 'CONTASREC_DAT'.
           IF WRK-CONTASREC-PATH = SPACES
              MOVE WRK-CONTASREC-PATH-PADRAO TO WRK-CONTASREC-PATH
           END-IF.
           ACCEPT WRK-CONTASPAG-PATH FROM ENVIRONMENT 'CONTASPAG_DAT'.
           IF WRK-CONTASPAG-PATH = SPACES
              MOVE WRK-CONTASPAG-PATH-PADRAO TO WRK-CONTASPAG-PATH
           END-IF.

           OPEN INPUT CONTASREC.
           IF CONTASREC-STATUS NOT = 00
              DISPLAY 'FINCONF: CONTASREC.DAT INDISPONIVEL. '
                 'STATUS: ' CONTASREC-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS = 00
              MOVE 'S' TO WRK-PEDIDOS-ABERTO
           END-IF.
           OPEN INPUT CONTASPAG.
           IF CONTASPAG-STATUS = 00
              MOVE 'S' TO WRK-CONTASPAG-ABERTO
           END-IF.

           INITIALIZE WRK-TOTAIS-TIPOS.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-REL-DATA.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
      *----------------------------------------------------------------*
       0200-CARREGAR-CAIXA SECTION.
      *----------------------------------------------------------------*
      *    SO INTERESSAM OS MOVIMENTOS COM HISTORICO DE TITULO (BAIXA
      *    DO RECEBER E PAGAMENTO DO PAGAR); TARIFA, SOBRA DE ROTA E
      *    SALARIO NAO PASSAM POR TITULO.
           OPEN INPUT CAIXA.
           IF CAIXA-STATUS = 00
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CAIXA
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                    PERFORM 0210-GUARDAR-CAIXA
                 END-IF
              END-PERFORM
              CLOSE CAIXA
           END-IF.
      *----------------------------------------------------------------*
       0210-GUARDAR-CAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-CXB-TIPO.
           IF CXA-TIPO = 'E'
                 AND CXA-HISTORICO(1:8) = 'REC PED '
                 AND CXA-HISTORICO(9:9) IS NUMERIC
              MOVE 'R'                  TO WRK-CXB-TIPO
              MOVE CXA-HISTORICO(9:9)   TO WRK-CXB-NUMERO
              MOVE ZEROS                TO WRK-CXB-PARCELA
              IF CXA-DATA(1:6) = WRK-COMPETENCIA
                 ADD CXA-VALOR TO WRK-CR-RECEBIDO-MES
              END-IF
           END-IF.
           IF CXA-TIPO = 'S'
                 AND CXA-HISTORICO(1:11) = 'PAG TITULO '
                 AND CXA-HISTORICO(12:9) IS NUMERIC
              MOVE 'P'                  TO WRK-CXB-TIPO
              MOVE CXA-HISTORICO(12:9)  TO WRK-CXB-NUMERO
              MOVE ZEROS                TO WRK-CXB-PARCELA
              IF CXA-DATA(1:6) = WRK-COMPETENCIA
                 ADD CXA-VALOR TO WRK-CP-PAGO-MES
              END-IF
           END-IF.

           IF WRK-CXB-TIPO NOT = SPACES
              PERFORM 0220-LOCALIZAR-CAIXA
              IF WRK-ACHOU = 'N'
                 PERFORM 0230-INCLUIR-CAIXA
              END-IF
              IF WRK-ACHOU = 'S'
                 ADD CXA-VALOR TO WRK-CXT-VALOR(WRK-IDX)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0220-LOCALIZAR-CAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-CXT OR WRK-ACHOU = 'S'
              IF WRK-CXT-CHAVE(WRK-IDX) = WRK-CXB-CHAVE
                 MOVE 'S' TO WRK-ACHOU
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'S'
              SUBTRACT 1 FROM WRK-IDX
           END-IF.
      *----------------------------------------------------------------*
       0230-INCLUIR-CAIXA SECTION.
      *----------------------------------------------------------------*
      *    ABRE A CHAVE ZERADA; WRK-ACHOU = 'S' E WRK-IDX APONTANDO
      *    PARA ELA, OU 'N' QUANDO A TABELA ESTA CHEIA.
           IF WRK-QTD-CXT < 3000
              ADD 1 TO WRK-QTD-CXT
              MOVE WRK-QTD-CXT   TO WRK-IDX
              MOVE WRK-CXB-CHAVE TO WRK-CXT-CHAVE(WRK-IDX)
              MOVE ZEROS         TO WRK-CXT-VALOR(WRK-IDX)
                                    WRK-CXT-SUBRAZAO(WRK-IDX)
              MOVE 'N'           TO WRK-CXT-VISTO(WRK-IDX)
              MOVE 'S'           TO WRK-ACHOU
           ELSE
              ADD 1 TO WRK-QTD-EXCEDENTES
           END-IF.
      *----------------------------------------------------------------*
       0300-CONFERIR-PEDIDOS SECTION.
      *----------------------------------------------------------------*
           MOVE 'CONTAS A RECEBER X PEDIDOS' TO WRK-REL-SECAO.
           PERFORM 0940-ABRIR-SECAO.
           IF WRK-PEDIDOS-ABERTO NOT = 'S'
              MOVE 'PEDIDOS.DAT INDISPONIVEL: CONFERENCIA NAO FEITA'
                 TO WRK-REL-LINHA
              WRITE REG-RELATORIO FROM WRK-REL-LINHA
           ELSE
              MOVE ZEROS TO PEDIDOS-NUMERO
              START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF PEDIDOS-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ PEDIDOS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S' AND PEDIDOS-STATUS = 00
                    IF PEDIDOS-SITUACAO = 'F'
                          OR PEDIDOS-SITUACAO = 'E'
                          OR PEDIDOS-SITUACAO = 'C'
                       PERFORM 0310-CONFERIR-UM-PEDIDO
                    END-IF
                 END-IF
                 IF PEDIDOS-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0310-CONFERIR-UM-PEDIDO SECTION.
      *----------------------------------------------------------------*
           PERFORM 0320-SOMAR-TITULOS.
           MOVE SPACES TO WRK-REFERENCIA.
           STRING 'PEDIDO ' DELIMITED BY SIZE
              PEDIDOS-NUMERO DELIMITED BY SIZE
              INTO WRK-REFERENCIA.
           IF PEDIDOS-SITUACAO = 'C'
              IF WRK-ABERTO-TITULOS > ZEROS
                 MOVE 3                  TO WRK-TIPO-QUEBRA
                 MOVE ZEROS              TO WRK-VLR-ESPERADO
                 MOVE WRK-ABERTO-TITULOS TO WRK-VLR-ACHADO
                 PERFORM 0950-APONTAR
              END-IF
           ELSE
              COMPUTE WRK-VLR-ESPERADO =
                 PEDIDOS-VALOR + PEDIDOS-FRETE
              MOVE WRK-SOMA-TITULOS TO WRK-VLR-ACHADO
              IF WRK-QTD-TITULOS = ZEROS
                 MOVE 1 TO WRK-TIPO-QUEBRA
                 PERFORM 0950-APONTAR
              ELSE
                 IF WRK-VLR-ACHADO NOT = WRK-VLR-ESPERADO
                    MOVE 2 TO WRK-TIPO-QUEBRA
                    PERFORM 0950-APONTAR
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0320-SOMAR-TITULOS SECTION.
      *----------------------------------------------------------------*
      *    TODAS AS PARCELAS DO PEDIDO, EM QUALQUER SITUACAO (A
      *    RENEGOCIADA CONTINUA VALENDO O QUE O PEDIDO GEROU); O
      *    ABERTO E O SALDO DAS PARCELAS AINDA 'A'.
           MOVE ZEROS TO WRK-QTD-TITULOS WRK-SOMA-TITULOS
                         WRK-ABERTO-TITULOS.
           MOVE 'N' TO WRK-FIM-CHAVE.
           MOVE PEDIDOS-NUMERO TO CR-NUMERO-PEDIDO.
           MOVE ZEROS          TO CR-PARCELA.
           START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-CHAVE
           END-START.
           PERFORM UNTIL WRK-FIM-CHAVE = 'S'
              READ CONTASREC NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-CHAVE
              END-READ
              IF WRK-FIM-CHAVE NOT = 'S'
                    AND (CONTASREC-STATUS NOT = 00
                         OR CR-NUMERO-PEDIDO NOT = PEDIDOS-NUMERO)
                 MOVE 'S' TO WRK-FIM-CHAVE
              END-IF
              IF WRK-FIM-CHAVE NOT = 'S'
                 ADD 1        TO WRK-QTD-TITULOS
                 ADD CR-VALOR TO WRK-SOMA-TITULOS
                 IF CR-SITUACAO = 'A'
                    COMPUTE WRK-ABERTO-TITULOS = WRK-ABERTO-TITULOS
                       + CR-VALOR - CR-VALOR-PAGO
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0400-CONFERIR-RECEBER SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO CR-NUMERO-PEDIDO CR-PARCELA.
           START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
              INVALID KEY
                 CONTINUE
           END-START.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF CONTASREC-STATUS NOT = 00
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ CONTASREC NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT = 'S' AND CONTASREC-STATUS = 00
                 PERFORM 0410-SOMAR-UM-TITULO
              END-IF
              IF CONTASREC-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0410-SOMAR-UM-TITULO SECTION.
      *----------------------------------------------------------------*
      *    O RECEBIDO DO TITULO (TODAS AS BAIXAS, PARCIAIS OU NAO) VAI
      *    PARA A CHAVE DO PEDIDO, QUE O 0700 CONFERE COM O CAIXA.
      *    AS PARCELAS DE ACORDO (FAIXA 900000001) NAO SAO EMISSAO
      *    NOVA: SO TROCAM TITULOS JA EMITIDOS.
           IF CR-SITUACAO = 'A'
              COMPUTE WRK-CR-SALDO-ABERTO = WRK-CR-SALDO-ABERTO
                 + CR-VALOR - CR-VALOR-PAGO
           END-IF.
           IF CR-DT-EMISSAO(1:6) = WRK-COMPETENCIA
                 AND CR-NUMERO-PEDIDO < 900000001
              ADD CR-VALOR TO WRK-CR-EMITIDO-MES
           END-IF.

           MOVE 'R'              TO WRK-CXB-TIPO.
           MOVE CR-NUMERO-PEDIDO TO WRK-CXB-NUMERO.
           MOVE ZEROS            TO WRK-CXB-PARCELA.
           PERFORM 0220-LOCALIZAR-CAIXA.
           IF WRK-ACHOU = 'N' AND CR-VALOR-PAGO > ZEROS
              PERFORM 0230-INCLUIR-CAIXA
           END-IF.
           IF WRK-ACHOU = 'S'
              ADD CR-VALOR-PAGO TO WRK-CXT-SUBRAZAO(WRK-IDX)
              MOVE 'S' TO WRK-CXT-VISTO(WRK-IDX)
           END-IF.
      *----------------------------------------------------------------*
       0500-CONFERIR-PAGAR SECTION.
      *----------------------------------------------------------------*
           IF WRK-CONTASPAG-ABERTO = 'S'
              MOVE ZEROS TO CP-NUMERO-TITULO
              START CONTASPAG KEY IS NOT LESS THAN CP-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF CONTASPAG-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CONTASPAG NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND CONTASPAG-STATUS = 00
                    PERFORM 0510-SOMAR-UM-TITULO
                 END-IF
                 IF CONTASPAG-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0510-SOMAR-UM-TITULO SECTION.
      *----------------------------------------------------------------*
      *    O CONTAS A PAGAR NAO TEM BAIXA PARCIAL: LIQUIDADO TEM DE
      *    TER SAIDO DO CAIXA PELO VALOR INTEIRO E O QUE NAO ESTA
      *    LIQUIDADO NAO PODE TER SAIDA NENHUMA.
           IF CP-SITUACAO = 'A'
              ADD CP-VALOR TO WRK-CP-SALDO-ABERTO
           END-IF.
           IF CP-NATUREZA = 'M' OR CP-NATUREZA = SPACE
              IF CP-DT-EMISSAO(1:6) = WRK-COMPETENCIA
                 ADD CP-VALOR TO WRK-CP-EMITIDO-MES
              END-IF
              IF WRK-QTD-TIT < 2000
                 ADD 1 TO WRK-QTD-TIT
                 MOVE CP-FORNECEDOR TO WRK-TIT-FORNECEDOR(WRK-QTD-TIT)
                 MOVE CP-DT-EMISSAO TO WRK-TIT-EMISSAO(WRK-QTD-TIT)
                 MOVE CP-VALOR      TO WRK-TIT-VALOR(WRK-QTD-TIT)
                 MOVE 'N'           TO WRK-TIT-USADO(WRK-QTD-TIT)
              ELSE
                 ADD 1 TO WRK-QTD-TIT-FORA
              END-IF
           END-IF.

           MOVE 'P'              TO WRK-CXB-TIPO.
           MOVE CP-NUMERO-TITULO TO WRK-CXB-NUMERO.
           MOVE ZEROS            TO WRK-CXB-PARCELA.
           PERFORM 0220-LOCALIZAR-CAIXA.
           IF WRK-ACHOU = 'N' AND CP-SITUACAO = 'L'
              PERFORM 0230-INCLUIR-CAIXA
           END-IF.
           IF WRK-ACHOU = 'S'
              IF CP-SITUACAO = 'L'
                 ADD CP-VALOR TO WRK-CXT-SUBRAZAO(WRK-IDX)
              END-IF
              MOVE 'S' TO WRK-CXT-VISTO(WRK-IDX)
           END-IF.
      *----------------------------------------------------------------*
       0600-CONFERIR-COMPRAS SECTION.
      *----------------------------------------------------------------*
      *    CADA ENTRADA ('E') GERA NA HORA UM TITULO DE MERCADORIA AO
      *    FORNECEDOR, DATADO NO MESMO DIA E NO VALOR DA LINHA. A
      *    PARCELA DE DESPESAS ('D') VAI PARA O TITULO UNICO DA
      *    TRANSPORTADORA NO RATEIO E A DEVOLUCAO ('R') CANCELA
      *    TITULO: NENHUMA DAS DUAS TEM TITULO PROPRIO A CASAR.
           MOVE 'COMPRAS X CONTAS A PAGAR' TO WRK-REL-SECAO.
           PERFORM 0940-ABRIR-SECAO.
           IF WRK-CONTASPAG-ABERTO NOT = 'S'
              MOVE 'CONTASPAG.DAT INDISPONIVEL: CONFERENCIA NAO FEITA'
                 TO WRK-REL-LINHA
              WRITE REG-RELATORIO FROM WRK-REL-LINHA
           ELSE
              OPEN INPUT COMPRAS
              IF COMPRAS-STATUS = 00
                 MOVE 'N' TO WRK-FIM-ARQUIVO
                 PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                    READ COMPRAS
                       AT END
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                    END-READ
                    IF WRK-FIM-ARQUIVO NOT = 'S' AND CMP-TIPO = 'E'
                       PERFORM 0610-CASAR-ENTRADA
                    END-IF
                 END-PERFORM
                 CLOSE COMPRAS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0610-CASAR-ENTRADA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-TIT OR WRK-ACHOU = 'S'
              IF WRK-TIT-USADO(WRK-IDX) = 'N'
                    AND WRK-TIT-FORNECEDOR(WRK-IDX) = CMP-FORNECEDOR
                    AND WRK-TIT-EMISSAO(WRK-IDX) = CMP-DATA
                    AND WRK-TIT-VALOR(WRK-IDX) = CMP-CUSTO-TOTAL
                 MOVE 'S' TO WRK-ACHOU
                 MOVE 'S' TO WRK-TIT-USADO(WRK-IDX)
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
              MOVE SPACES TO WRK-REFERENCIA
              STRING 'FORN ' DELIMITED BY SIZE
                 CMP-FORNECEDOR DELIMITED BY SIZE
                 ' EM ' DELIMITED BY SIZE
                 CMP-DATA DELIMITED BY SIZE
                 INTO WRK-REFERENCIA
              MOVE 6               TO WRK-TIPO-QUEBRA
              MOVE CMP-CUSTO-TOTAL TO WRK-VLR-ESPERADO
              MOVE ZEROS           TO WRK-VLR-ACHADO
              PERFORM 0950-APONTAR
           END-IF.
      *----------------------------------------------------------------*
       0700-CONFERIR-CAIXA SECTION.
      *----------------------------------------------------------------*
      *    CADA CHAVE: O QUE O SUBRAZAO DIZ QUE FOI BAIXADO CONTRA O
      *    QUE O CAIXA MOVIMENTOU. CHAVE SO DO CAIXA E MOVIMENTO CUJO
      *    TITULO NAO EXISTE.
           MOVE 'BAIXAS X CAIXA' TO WRK-REL-SECAO.
           PERFORM 0940-ABRIR-SECAO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-CXT
              IF WRK-CXT-TIPO(WRK-IDX) = 'R'
                    OR WRK-CONTASPAG-ABERTO = 'S'
                 PERFORM 0710-CONFERIR-CHAVE
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0710-CONFERIR-CHAVE SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-REFERENCIA.
           IF WRK-CXT-TIPO(WRK-IDX) = 'R'
              STRING 'PEDIDO ' DELIMITED BY SIZE
                 WRK-CXT-NUMERO(WRK-IDX) DELIMITED BY SIZE
                 INTO WRK-REFERENCIA
              IF WRK-CXT-VISTO(WRK-IDX) = 'N'
                 MOVE 5 TO WRK-TIPO-QUEBRA
              ELSE
                 MOVE 4 TO WRK-TIPO-QUEBRA
              END-IF
           ELSE
              STRING 'TITULO ' DELIMITED BY SIZE
                 WRK-CXT-NUMERO(WRK-IDX) DELIMITED BY SIZE
                 INTO WRK-REFERENCIA
              IF WRK-CXT-VISTO(WRK-IDX) = 'N'
                 MOVE 8 TO WRK-TIPO-QUEBRA
              ELSE
                 MOVE 7 TO WRK-TIPO-QUEBRA
              END-IF
           END-IF.
           IF WRK-CXT-VISTO(WRK-IDX) = 'N'
                 OR WRK-CXT-SUBRAZAO(WRK-IDX) NOT =
                    WRK-CXT-VALOR(WRK-IDX)
              MOVE WRK-CXT-SUBRAZAO(WRK-IDX) TO WRK-VLR-ESPERADO
              MOVE WRK-CXT-VALOR(WRK-IDX)    TO WRK-VLR-ACHADO
              PERFORM 0950-APONTAR
           END-IF.
      *----------------------------------------------------------------*
       0800-RESUMIR-COMPETENCIA SECTION.
      *----------------------------------------------------------------*
      *    O CONTABIL EXPORTA VENDA E ESTORNO (CLIENTES), RECEBTO
      *    (BAIXAS), COMPRA E DEVCOMPRA (FORNECEDORES); O PAGAMENTO
      *    A FORNECEDOR NAO E EXPORTADO E SAI SO DO LADO DO CAIXA.
           MOVE SPACES TO WRK-CONTAB-PATH.
           STRING 'CONTAB'        DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  '.DAT'          DELIMITED BY SIZE
              INTO WRK-CONTAB-PATH.
           OPEN INPUT LANCAMENTOS.
           IF LANCAMENTOS-STATUS = 00
              MOVE 'S' TO WRK-CTB-ACHADO
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ LANCAMENTOS
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                    EVALUATE LCT-ORIGEM
                       WHEN 'VENDA'
                          ADD LCT-VALOR TO WRK-CTB-VENDA
                       WHEN 'ESTORNO'
                          ADD LCT-VALOR TO WRK-CTB-ESTORNO
                       WHEN 'RECEBTO'
                          ADD LCT-VALOR TO WRK-CTB-RECEBTO
                       WHEN 'COMPRA'
                          ADD LCT-VALOR TO WRK-CTB-COMPRA
                       WHEN 'DEVCOMPRA'
                          ADD LCT-VALOR TO WRK-CTB-DEVCOMPRA
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE LANCAMENTOS
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'RESUMO DA COMPETENCIA ' DELIMITED BY SIZE
              WRK-COMPETENCIA DELIMITED BY SIZE
              '                  SUBRAZAO       CONTABIL      '
                 DELIMITED BY SIZE
              'DIFERENCA' DELIMITED BY SIZE
              INTO WRK-REL-LINHA.
           WRITE REG-RELATORIO FROM WRK-REL-LINHA.
           IF WRK-CTB-ACHADO = 'N'
              MOVE SPACES TO WRK-REL-LINHA
              STRING 'EXPORTACAO CONTABIL ' DELIMITED BY SIZE
                 WRK-CONTAB-PATH DELIMITED BY SPACE
                 ' NAO ENCONTRADA' DELIMITED BY SIZE
                 INTO WRK-REL-LINHA
              WRITE REG-RELATORIO FROM WRK-REL-LINHA
           END-IF.

           MOVE 'CONTAS A RECEBER - SALDO EM ABERTO' TO
              WRK-REL-RES-TEXTO.
           MOVE WRK-CR-SALDO-ABERTO TO WRK-RES-SUBRAZAO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0960-LINHA-RESUMO.
           MOVE '  TITULOS EMITIDOS X VENDA - ESTORNO' TO
              WRK-REL-RES-TEXTO.
           MOVE WRK-CR-EMITIDO-MES TO WRK-RES-SUBRAZAO.
           COMPUTE WRK-RES-CONTABIL = WRK-CTB-VENDA - WRK-CTB-ESTORNO.
           MOVE WRK-CTB-ACHADO TO WRK-ACHOU.
           PERFORM 0960-LINHA-RESUMO.
           MOVE '  RECEBIDO NO CAIXA X RECEBTO' TO WRK-REL-RES-TEXTO.
           MOVE WRK-CR-RECEBIDO-MES TO WRK-RES-SUBRAZAO.
           MOVE WRK-CTB-RECEBTO TO WRK-RES-CONTABIL.
           MOVE WRK-CTB-ACHADO TO WRK-ACHOU.
           PERFORM 0960-LINHA-RESUMO.

           MOVE 'CONTAS A PAGAR - SALDO EM ABERTO' TO
              WRK-REL-RES-TEXTO.
           MOVE WRK-CP-SALDO-ABERTO TO WRK-RES-SUBRAZAO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0960-LINHA-RESUMO.
           MOVE '  TITULOS MERCADORIA X COMPRA - DEVOL' TO
              WRK-REL-RES-TEXTO.
           MOVE WRK-CP-EMITIDO-MES TO WRK-RES-SUBRAZAO.
           COMPUTE WRK-RES-CONTABIL =
              WRK-CTB-COMPRA - WRK-CTB-DEVCOMPRA.
           MOVE WRK-CTB-ACHADO TO WRK-ACHOU.
           PERFORM 0960-LINHA-RESUMO.
           MOVE '  PAGO NO CAIXA (NAO EXPORTADO)' TO
              WRK-REL-RES-TEXTO.
           MOVE WRK-CP-PAGO-MES TO WRK-RES-SUBRAZAO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0960-LINHA-RESUMO.
      *----------------------------------------------------------------*
       0940-ABRIR-SECAO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-SECAO.
      *----------------------------------------------------------------*
       0950-APONTAR SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-VLR-DIFERENCA =
              WRK-VLR-ACHADO - WRK-VLR-ESPERADO.
           MOVE WRK-TIPO-NOME(WRK-TIPO-QUEBRA) TO WRK-REL-TIPO.
           MOVE WRK-REFERENCIA    TO WRK-REL-REFER.
           MOVE WRK-VLR-ESPERADO  TO WRK-REL-ESPERADO.
           MOVE WRK-VLR-ACHADO    TO WRK-REL-ACHADO.
           MOVE WRK-VLR-DIFERENCA TO WRK-REL-DIF.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           ADD 1 TO WRK-QTD-QUEBRAS.
           ADD 1 TO WRK-TOT-QTDE(WRK-TIPO-QUEBRA).
           IF WRK-VLR-DIFERENCA < ZEROS
              SUBTRACT WRK-VLR-DIFERENCA
                 FROM WRK-TOT-VALOR(WRK-TIPO-QUEBRA)
           ELSE
              ADD WRK-VLR-DIFERENCA TO WRK-TOT-VALOR(WRK-TIPO-QUEBRA)
           END-IF.
      *----------------------------------------------------------------*
       0960-LINHA-RESUMO SECTION.
      *----------------------------------------------------------------*
      *    WRK-ACHOU = 'S' QUANDO A LINHA TEM O LADO DO CONTABIL.
           MOVE WRK-RES-SUBRAZAO TO WRK-REL-RES-SUB.
           MOVE SPACES TO WRK-REL-RES-CTB WRK-REL-RES-DIF.
           IF WRK-ACHOU = 'S'
              MOVE WRK-RES-CONTABIL TO WRK-REL-EDITADO
              MOVE WRK-REL-EDITADO  TO WRK-REL-RES-CTB
              COMPUTE WRK-REL-EDITADO =
                 WRK-RES-SUBRAZAO - WRK-RES-CONTABIL
              MOVE WRK-REL-EDITADO  TO WRK-REL-RES-DIF
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-RESUMO.
      *----------------------------------------------------------------*
       0900-FINALIZAR SECTION.
      *-----------------------
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'QUEBRAS POR TIPO                    QTDE  '
              TO WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-SECAO.
           STRING WRK-REL-LINHA(1:42) DELIMITED BY SIZE
              '    DIFERENCA' DELIMITED BY SIZE
              INTO WRK-REL-SECAO.
           WRITE REG-RELATORIO FROM WRK-REL-SECAO.
           PERFORM VARYING WRK-IDX-TIPO FROM 1 BY 1
                 UNTIL WRK-IDX-TIPO > 8
              MOVE WRK-TIPO-NOME(WRK-IDX-TIPO) TO WRK-REL-TOT-NOME
              MOVE WRK-TOT-QTDE(WRK-IDX-TIPO)  TO WRK-REL-TOT-QTDE
              MOVE WRK-TOT-VALOR(WRK-IDX-TIPO) TO WRK-REL-TOT-VLR
              WRITE REG-RELATORIO FROM WRK-REL-TOT-TIPO
           END-PERFORM.
           IF WRK-QTD-EXCEDENTES > ZEROS OR WRK-QTD-TIT-FORA > ZEROS
              MOVE SPACES TO WRK-REL-LINHA
              STRING 'TABELA DE CAIXA OU DE TITULOS CHEIA: '
                    DELIMITED BY SIZE
                 'CONFERENCIA PARCIAL' DELIMITED BY SIZE
                 INTO WRK-REL-LINHA
              WRITE REG-RELATORIO FROM WRK-REL-LINHA
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTD-QUEBRAS TO WRK-REL-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'FINCONF'       TO SPL-PROGRAMA.
           MOVE 'FINCONF.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE CONTASREC.
           IF WRK-PEDIDOS-ABERTO = 'S'
              CLOSE PEDIDOS
           END-IF.
           IF WRK-CONTASPAG-ABERTO = 'S'
              CLOSE CONTASPAG
           END-IF.
           IF WRK-QTD-QUEBRAS = ZEROS
              DISPLAY 'FINCONF: SUBRAZOES CONCILIADOS.'
           ELSE
              DISPLAY 'FINCONF: ' WRK-QTD-QUEBRAS
                 ' QUEBRAS. VER FINCONF.REL'
           END-IF.
      *----------------------------------------------------------------*
