      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: AVALIACAO DE DESEMPENHO DE FORNECEDORES (A/B/C)
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    MEDE, PARA AS ORDENS DE COMPRA EMITIDAS NO PERIODO, COMO
      *    CADA FORNECEDOR ENTREGOU O QUE FOI NEGOCIADO:
      *      - PRAZO MEDIO: DIAS DA DATA DA ORDEM ATE A ULTIMA
      *        ENTRADA CONTRA ELA NA RAZAO DE COMPRAS (COMPRAS.DAT);
      *      - ATENDIMENTO: QUANTIDADE RECEBIDA SOBRE A PEDIDA NAS
      *        LINHAS DA ORDEM (OCITENS.DAT);
      *      - PONTUALIDADE: ORDENS RECEBIDAS POR COMPLETO ATE A
      *        ENTREGA PREVISTA (OC-DT-PREVISTA; NA ORDEM DIGITADA,
      *        A DATA DA ORDEM MAIS AVALFORN_PRAZO DIAS, PADRAO 15);
      *      - VARIACAO DE PRECO: CUSTO PAGO NA ENTRADA CONTRA O
      *        NEGOCIADO NA LINHA DA ORDEM, PONDERADO PELA QUANTIDADE;
      *      - DEVOLUCOES: SAIDAS DE ESTOQUE COM MOTIVO 'DEVOL FORN'
      *        SEGUIDO DO CODIGO DO FORNECEDOR, NO PERIODO.
      *    ORDEM CANCELADA NAO ENTRA, E ORDEM ABERTA AINDA DENTRO DO
      *    PRAZO FICA PARA A PROXIMA AVALIACAO. A NOTA (0 A 100) PESA
      *    40 O ATENDIMENTO, 40 A PONTUALIDADE, 10 O PRECO E 10 AS
      *    DEVOLUCOES; CLASSE A A PARTIR DE AVALFORN_CORTE_A (PADRAO
      *    85), B A PARTIR DE AVALFORN_CORTE_B (PADRAO 65), C ABAIXO.
      *    O RANKING SAI EM AVALFORN.REL E A CLASSE FICA GRAVADA NO
      *    CADASTRO DO FORNECEDOR PARA CONSULTA DO COMPRADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. AVALFORN.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT OCOMPRA ASSIGN TO WRK-OCOMPRA-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OCOMPRA-STATUS
              RECORD KEY OC-CHAVE.

           SELECT OCITENS ASSIGN TO WRK-OCITENS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OCITENS-STATUS
              RECORD KEY OCI-CHAVE.

           SELECT FORNECEDORES ASSIGN TO WRK-FORNECEDORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FORNECEDORES-STATUS
              RECORD KEY FORN-CHAVE.

           SELECT COMPRAS ASSIGN TO 'COMPRAS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMPRAS-STATUS.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTOQMOV-STATUS.

           SELECT RELATORIO ASSIGN TO 'AVALFORN.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD OCOMPRA.
       COPY 'ordemcompra-reg.cpy'.
      *-------------
       FD OCITENS.
       COPY 'ocitens-reg.cpy'.
      *-------------
       FD FORNECEDORES.
       COPY 'fornecedores-reg.cpy'.
      *-------------
      *    RAZAO DE COMPRAS, NO MESMO DESENHO GRAVADO PELO
      *    RECEBIMENTO.
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
       FD ESTOQMOV.
       COPY 'estoqmov-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'ordemcompra-cfg.cpy'.
       COPY 'fornecedores-cfg.cpy'.
       77 OCOMPRA-STATUS       PIC   9(02).
       77 OCITENS-STATUS       PIC   9(02).
       77 FORNECEDORES-STATUS  PIC   9(02).
       77 COMPRAS-STATUS       PIC   9(02).
       77 ESTOQMOV-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-INICIO      PIC   9(08).
       77 WRK-DATA-FIM         PIC   9(08).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-DIA-INT          PIC   9(08).
       77 WRK-PREVISTA         PIC   9(08).
       77 WRK-DIAS-ENTREGA     PIC   9(05).
       77 WRK-PRAZO-ENV        PIC   X(03) VALUE SPACES.
       77 WRK-PRAZO-PADRAO     PIC   9(03) VALUE 15.
       77 WRK-CORTE-A-ENV      PIC   X(03) VALUE SPACES.
       77 WRK-CORTE-A          PIC   9(03) VALUE 85.
       77 WRK-CORTE-B-ENV      PIC   X(03) VALUE SPACES.
       77 WRK-CORTE-B          PIC   9(03) VALUE 65.
       77 WRK-QTD-ORD          PIC   9(03) VALUE 0.
       77 WRK-IDX-ORD          PIC   9(03) VALUE 0.
       77 WRK-QTD-FRN          PIC   9(03) VALUE 0.
       77 WRK-IDX-FRN          PIC   9(03) VALUE 0.
       77 WRK-IDX-RANK         PIC   9(03) VALUE 0.
       77 WRK-IDX-LINHA        PIC   9(03) VALUE 0.
       77 WRK-FORN-BUSCA       PIC   9(04).
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-TROCOU           PIC   X(01).
       77 WRK-QTD-RECEBIDA     PIC   9(05)V99.
       77 WRK-CUSTO-NEGOCIADO  PIC   9(07)V99.
       77 WRK-PCT-ATEND        PIC   9(03)V99.
       77 WRK-PCT-PONTUAL      PIC   9(03)V99.
       77 WRK-PCT-VARIACAO     PIC   S9(05)V99.
       77 WRK-PRAZO-MEDIO      PIC   9(05)V9.
       77 WRK-PONTOS-PRECO     PIC   9(03)V99.
       77 WRK-PONTOS-DEVOL     PIC   9(03)V99.
      *    ORDENS ABERTAS AINDA DENTRO DO PRAZO (FORA DA AVALIACAO) E
      *    ORDENS/FORNECEDORES QUE NAO COUBERAM NAS TABELAS.
       77 WRK-QTD-NO-PRAZO     PIC   9(05) VALUE 0.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
       77 WRK-QTD-CLASSIFICADOS PIC  9(03) VALUE 0.

      *    ORDENS AVALIADAS NO PERIODO, COM A ULTIMA ENTRADA CONTRA
      *    CADA UMA APURADA NA LEITURA DA RAZAO DE COMPRAS.
       01 WRK-TABELA-ORDENS.
          05 WRK-ORD OCCURS 500 TIMES.
             10 WRK-ORD-NUMERO    PIC 9(09).
             10 WRK-ORD-FRN       PIC 9(03).
             10 WRK-ORD-DATA      PIC 9(08).
             10 WRK-ORD-PREVISTA  PIC 9(08).
             10 WRK-ORD-SITUACAO  PIC X(01).
             10 WRK-ORD-ULT-ENTRADA PIC 9(08).

      *    ACUMULADOS POR FORNECEDOR, ORDENADOS DEPOIS PELA NOTA POR
      *    TROCAS SUCESSIVAS COMO A CURVA ABC.
       01 WRK-TABELA-FORNECEDORES.
          05 WRK-FRN OCCURS 200 TIMES.
             10 WRK-FRN-CODIGO     PIC 9(04).
             10 WRK-FRN-ORDENS     PIC 9(05).
             10 WRK-FRN-PONTUAIS   PIC 9(05).
             10 WRK-FRN-ENTREGUES  PIC 9(05).
             10 WRK-FRN-SOMA-DIAS  PIC 9(07).
             10 WRK-FRN-QTD-PEDIDA PIC 9(09)V99.
             10 WRK-FRN-QTD-RECEB  PIC 9(09)V99.
             10 WRK-FRN-VLR-NEGOC  PIC 9(11)V99.
             10 WRK-FRN-VLR-DIFER  PIC S9(11)V99.
             10 WRK-FRN-DEVOLUCOES PIC 9(05).
             10 WRK-FRN-NOTA       PIC 9(03)V99.
             10 WRK-FRN-CLASSE     PIC X(01).

       01 WRK-FRN-AUX.
          05 WRK-AUX-CODIGO     PIC 9(04).
          05 WRK-AUX-ORDENS     PIC 9(05).
          05 WRK-AUX-PONTUAIS   PIC 9(05).
          05 WRK-AUX-ENTREGUES  PIC 9(05).
          05 WRK-AUX-SOMA-DIAS  PIC 9(07).
          05 WRK-AUX-QTD-PEDIDA PIC 9(09)V99.
          05 WRK-AUX-QTD-RECEB  PIC 9(09)V99.
          05 WRK-AUX-VLR-NEGOC  PIC 9(11)V99.
          05 WRK-AUX-VLR-DIFER  PIC S9(11)V99.
          05 WRK-AUX-DEVOLUCOES PIC 9(05).
          05 WRK-AUX-NOTA       PIC 9(03)V99.
          05 WRK-AUX-CLASSE     PIC X(01).

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(36) VALUE
             'AVALIACAO DE FORNECEDORES - PERIODO '.
          05 WRK-REL-DT-INI   PIC 9(08).
          05 FILLER           PIC X(03) VALUE ' A '.
          05 WRK-REL-DT-FIM   PIC 9(08).
          05 FILLER           PIC X(11) VALUE '  CORTES A/'.
          05 WRK-REL-CORTE-A  PIC ZZ9.
          05 FILLER           PIC X(03) VALUE ' B/'.
          05 WRK-REL-CORTE-B  PIC ZZ9.
          05 FILLER           PIC X(15) VALUE '  PRAZO PADRAO '.
          05 WRK-REL-PRAZO    PIC ZZ9.

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(05) VALUE 'RANK'.
          05 FILLER           PIC X(06) VALUE 'FORN'.
          05 FILLER           PIC X(31) VALUE 'NOME'.
          05 FILLER           PIC X(08) VALUE 'ORDENS'.
          05 FILLER           PIC X(10) VALUE 'PRZ MEDIO'.
          05 FILLER           PIC X(09) VALUE 'ATEND %'.
          05 FILLER           PIC X(10) VALUE 'PONTUAL %'.
          05 FILLER           PIC X(10) VALUE 'VAR PRC %'.
          05 FILLER           PIC X(07) VALUE 'DEVOL'.
          05 FILLER           PIC X(08) VALUE 'NOTA'.
          05 FILLER           PIC X(02) VALUE 'CL'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-RANK     PIC ZZ9.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-FORN     PIC 9(04).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-NOME     PIC X(30).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-ORDENS   PIC ZZZZ9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-PRAZO-MED PIC ZZZZ9.9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-ATEND    PIC ZZ9.99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-PONTUAL  PIC ZZ9.99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-VARIACAO PIC -ZZZ9.99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-DEVOL    PIC ZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-NOTA     PIC ZZ9.99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-CLASSE   PIC X(01).

       01 WRK-REL-TOTAL.
          05 WRK-REL-TOT-ROTULO PIC X(40).
          05 WRK-REL-TOT-QTDE PIC ZZZZ9.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGAR-ORDENS.
           PERFORM 0300-LER-COMPRAS.
           PERFORM 0400-APURAR-ENTREGAS.
           PERFORM 0500-CONTAR-DEVOLUCOES.
           PERFORM 0600-CALCULAR-NOTAS.
           PERFORM 0700-ORDENAR.
           PERFORM 0800-IMPRIMIR.
           PERFORM 0900-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-OCOMPRA-PATH FROM ENVIRONMENT 'OCOMPRA_DAT'.
           IF WRK-OCOMPRA-PATH = SPACES
              MOVE WRK-OCOMPRA-PATH-PADRAO TO WRK-OCOMPRA-PATH
           END-IF.
           ACCEPT WRK-OCITENS-PATH FROM ENVIRONMENT 'OCITENS_DAT'.
           IF WRK-OCITENS-PATH = SPACES
              MOVE WRK-OCITENS-PATH-PADRAO TO WRK-OCITENS-PATH
           END-IF.
           ACCEPT WRK-FORNECEDORES-PATH FROM ENVIRONMENT
              'FORNECEDORES_DAT'.
           IF WRK-FORNECEDORES-PATH = SPACES
              MOVE WRK-FORNECEDORES-PATH-PADRAO
                 TO WRK-FORNECEDORES-PATH
           END-IF.

           OPEN INPUT OCOMPRA.
           IF OCOMPRA-STATUS NOT = 00
              DISPLAY 'AVALFORN: OCOMPRA.DAT INDISPONIVEL. STATUS: '
                 OCOMPRA-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT OCITENS.
           IF OCITENS-STATUS NOT = 00
              DISPLAY 'AVALFORN: OCITENS.DAT INDISPONIVEL. STATUS: '
                 OCITENS-STATUS
              CLOSE OCOMPRA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O FORNECEDORES.
           IF FORNECEDORES-STATUS NOT = 00
              DISPLAY 'AVALFORN: FORNECEDORES.DAT INDISPONIVEL. '
                 'STATUS: ' FORNECEDORES-STATUS
              CLOSE OCOMPRA OCITENS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'AVALFORN_PRAZO' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-PRAZO-PADRAO
           END-IF.
           ACCEPT WRK-PRAZO-ENV FROM ENVIRONMENT 'AVALFORN_PRAZO'.
           IF WRK-PRAZO-ENV NOT = SPACES
              MOVE WRK-PRAZO-ENV TO WRK-PRAZO-PADRAO
           END-IF.
           MOVE 'AVALFORN_CORTE_A' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-CORTE-A
           END-IF.
           ACCEPT WRK-CORTE-A-ENV FROM ENVIRONMENT 'AVALFORN_CORTE_A'.
           IF WRK-CORTE-A-ENV NOT = SPACES
              MOVE WRK-CORTE-A-ENV TO WRK-CORTE-A
           END-IF.
           MOVE 'AVALFORN_CORTE_B' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-CORTE-B
           END-IF.
           ACCEPT WRK-CORTE-B-ENV FROM ENVIRONMENT 'AVALFORN_CORTE_B'.
           IF WRK-CORTE-B-ENV NOT = SPACES
              MOVE WRK-CORTE-B-ENV TO WRK-CORTE-B
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'INFORME A DATA INICIAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'INFORME A DATA FINAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
      *----------------------------------------------------------------*
       0200-CARREGAR-ORDENS SECTION.
      *----------------------------------------------------------------*
      *    ORDENS NAO CANCELADAS EMITIDAS NO PERIODO; ENTRA NA
      *    AVALIACAO A RECEBIDA POR COMPLETO OU A QUE JA PASSOU DA
      *    ENTREGA PREVISTA. AS LINHAS DA ORDEM DAO O ATENDIMENTO.
           MOVE ZEROS TO OC-NUMERO.
           START OCOMPRA KEY IS NOT LESS THAN OC-CHAVE
              INVALID KEY
                 CONTINUE
           END-START.

           IF OCOMPRA-STATUS = 00
              PERFORM UNTIL OCOMPRA-STATUS NOT = 00
                 READ OCOMPRA NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF OCOMPRA-STATUS = 00
                       AND OC-SITUACAO NOT = 'C'
                       AND OC-DATA >= WRK-DATA-INICIO
                       AND OC-DATA <= WRK-DATA-FIM
                    PERFORM 0210-AVALIAR-ORDEM
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0210-AVALIAR-ORDEM SECTION.
      *----------------------------------------------------------------*
           IF OC-DT-PREVISTA NOT = ZEROS
              MOVE OC-DT-PREVISTA TO WRK-PREVISTA
           ELSE
              COMPUTE WRK-DIA-INT =
                 FUNCTION INTEGER-OF-DATE(OC-DATA)
                 + WRK-PRAZO-PADRAO
              COMPUTE WRK-PREVISTA =
                 FUNCTION DATE-OF-INTEGER(WRK-DIA-INT)
           END-IF.

           EVALUATE TRUE
              WHEN OC-SITUACAO NOT = 'R'
                    AND WRK-PREVISTA >= WRK-DATA-ATUAL
                 ADD 1 TO WRK-QTD-NO-PRAZO
              WHEN WRK-QTD-ORD >= 500
                 ADD 1 TO WRK-QTD-EXCEDENTES
              WHEN OTHER
                 MOVE OC-FORNECEDOR TO WRK-FORN-BUSCA
                 PERFORM 0250-LOCALIZAR-FORNECEDOR
                 IF WRK-IDX-FRN = ZEROS
                    ADD 1 TO WRK-QTD-EXCEDENTES
                 ELSE
                    ADD 1 TO WRK-QTD-ORD
                    MOVE OC-NUMERO    TO WRK-ORD-NUMERO(WRK-QTD-ORD)
                    MOVE WRK-IDX-FRN  TO WRK-ORD-FRN(WRK-QTD-ORD)
                    MOVE OC-DATA      TO WRK-ORD-DATA(WRK-QTD-ORD)
                    MOVE WRK-PREVISTA TO WRK-ORD-PREVISTA(WRK-QTD-ORD)
                    MOVE OC-SITUACAO  TO WRK-ORD-SITUACAO(WRK-QTD-ORD)
                    MOVE ZEROS TO WRK-ORD-ULT-ENTRADA(WRK-QTD-ORD)
                    ADD 1 TO WRK-FRN-ORDENS(WRK-IDX-FRN)
                    PERFORM 0220-SOMAR-LINHAS
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       0220-SOMAR-LINHAS SECTION.
      *----------------------------------------------------------------*
      *    O RECEBIDO ACIMA DO PEDIDO NAO COMPENSA A FALTA DE OUTRA
      *    LINHA: CADA LINHA CONTA NO MAXIMO O QUE FOI PEDIDO.
           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                 UNTIL WRK-IDX-LINHA > OC-QTD-ITENS
              MOVE OC-NUMERO     TO OCI-NUMERO
              MOVE WRK-IDX-LINHA TO OCI-LINHA
              READ OCITENS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF OCITENS-STATUS = 00
                 IF OCI-QTD-RECEBIDA > OCI-QUANTIDADE
                    MOVE OCI-QUANTIDADE   TO WRK-QTD-RECEBIDA
                 ELSE
                    MOVE OCI-QTD-RECEBIDA TO WRK-QTD-RECEBIDA
                 END-IF
                 ADD OCI-QUANTIDADE TO WRK-FRN-QTD-PEDIDA(WRK-IDX-FRN)
                 ADD WRK-QTD-RECEBIDA
                    TO WRK-FRN-QTD-RECEB(WRK-IDX-FRN)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0250-LOCALIZAR-FORNECEDOR SECTION.
      *----------------------------------------------------------------*
      *    DEVOLVE EM WRK-IDX-FRN A POSICAO DO FORNECEDOR, ABRINDO
      *    A LINHA NA PRIMEIRA OCORRENCIA; ZERO SE A TABELA ENCHEU.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-FRN FROM 1 BY 1
                 UNTIL WRK-IDX-FRN > WRK-QTD-FRN
                 OR WRK-ACHOU = 'S'
              IF WRK-FRN-CODIGO(WRK-IDX-FRN) = WRK-FORN-BUSCA
                 MOVE 'S' TO WRK-ACHOU
                 SUBTRACT 1 FROM WRK-IDX-FRN
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
              IF WRK-QTD-FRN >= 200
                 MOVE ZEROS TO WRK-IDX-FRN
              ELSE
                 ADD 1 TO WRK-QTD-FRN
                 MOVE WRK-QTD-FRN TO WRK-IDX-FRN
                 INITIALIZE WRK-FRN(WRK-IDX-FRN)
                 MOVE WRK-FORN-BUSCA TO WRK-FRN-CODIGO(WRK-IDX-FRN)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0300-LER-COMPRAS SECTION.
      *----------------------------------------------------------------*
      *    CADA ENTRADA CONTRA UMA ORDEM AVALIADA MARCA A DATA DA
      *    ULTIMA ENTREGA E COMPARA O CUSTO PAGO COM O NEGOCIADO.
      *    SO CONTAM AS ENTRADAS DE MERCADORIA: PARCELAS DE DESPESAS
      *    ('D') E DEVOLUCOES ('R') FICAM DE FORA -- A DEVOLUCAO JA
      *    PESA PELA SAIDA NA RAZAO DE ESTOQUE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT COMPRAS.
           IF COMPRAS-STATUS NOT = 00
              DISPLAY 'AVALFORN: COMPRAS.DAT INDISPONIVEL. '
                 'PRAZOS E PRECOS ZERADOS.'
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ COMPRAS
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF CMP-ORDEM NUMERIC AND CMP-ORDEM NOT = ZEROS
                             AND CMP-TIPO NOT = 'D'
                             AND CMP-TIPO NOT = 'R'
                          PERFORM 0310-CONFERIR-ENTRADA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPRAS
           END-IF.
      *----------------------------------------------------------------*
       0310-CONFERIR-ENTRADA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                 UNTIL WRK-IDX-ORD > WRK-QTD-ORD
                 OR WRK-ACHOU = 'S'
              IF WRK-ORD-NUMERO(WRK-IDX-ORD) = CMP-ORDEM
                 MOVE 'S' TO WRK-ACHOU
                 SUBTRACT 1 FROM WRK-IDX-ORD
              END-IF
           END-PERFORM.

           IF WRK-ACHOU = 'S'
              IF CMP-DATA > WRK-ORD-ULT-ENTRADA(WRK-IDX-ORD)
                 MOVE CMP-DATA TO WRK-ORD-ULT-ENTRADA(WRK-IDX-ORD)
              END-IF
              MOVE WRK-ORD-FRN(WRK-IDX-ORD) TO WRK-IDX-FRN
              MOVE ZEROS TO WRK-CUSTO-NEGOCIADO
              MOVE 'N' TO WRK-ACHOU
              PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                    UNTIL WRK-IDX-LINHA > 10
                    OR WRK-ACHOU = 'S'
                 MOVE CMP-ORDEM     TO OCI-NUMERO
                 MOVE WRK-IDX-LINHA TO OCI-LINHA
                 READ OCITENS
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF OCITENS-STATUS = 00
                       AND OCI-CODIGO-PRODUTO = CMP-CODIGO-PRODUTO
                    MOVE 'S' TO WRK-ACHOU
                    MOVE OCI-CUSTO-UNITARIO TO WRK-CUSTO-NEGOCIADO
                 END-IF
              END-PERFORM
              IF WRK-ACHOU = 'S'
                 COMPUTE WRK-FRN-VLR-NEGOC(WRK-IDX-FRN) =
                    WRK-FRN-VLR-NEGOC(WRK-IDX-FRN)
                    + (CMP-QUANTIDADE * WRK-CUSTO-NEGOCIADO)
                 COMPUTE WRK-FRN-VLR-DIFER(WRK-IDX-FRN) =
                    WRK-FRN-VLR-DIFER(WRK-IDX-FRN)
                    + (CMP-QUANTIDADE
                       * (CMP-CUSTO-UNITARIO - WRK-CUSTO-NEGOCIADO))
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0400-APURAR-ENTREGAS SECTION.
      *----------------------------------------------------------------*
      *    PRAZO DA ORDEM: DA EMISSAO ATE A ULTIMA ENTRADA; PONTUAL E
      *    A ORDEM RECEBIDA POR COMPLETO ATE A ENTREGA PREVISTA.
           PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                 UNTIL WRK-IDX-ORD > WRK-QTD-ORD
              MOVE WRK-ORD-FRN(WRK-IDX-ORD) TO WRK-IDX-FRN
              IF WRK-ORD-ULT-ENTRADA(WRK-IDX-ORD) NOT = ZEROS
                 COMPUTE WRK-DIAS-ENTREGA =
                    FUNCTION INTEGER-OF-DATE
                       (WRK-ORD-ULT-ENTRADA(WRK-IDX-ORD))
                    - FUNCTION INTEGER-OF-DATE
                       (WRK-ORD-DATA(WRK-IDX-ORD))
                 ADD WRK-DIAS-ENTREGA
                    TO WRK-FRN-SOMA-DIAS(WRK-IDX-FRN)
                 ADD 1 TO WRK-FRN-ENTREGUES(WRK-IDX-FRN)
                 IF WRK-ORD-SITUACAO(WRK-IDX-ORD) = 'R'
                       AND WRK-ORD-ULT-ENTRADA(WRK-IDX-ORD)
                           <= WRK-ORD-PREVISTA(WRK-IDX-ORD)
                    ADD 1 TO WRK-FRN-PONTUAIS(WRK-IDX-FRN)
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0500-CONTAR-DEVOLUCOES SECTION.
      *----------------------------------------------------------------*
      *    DEVOLUCAO AO FORNECEDOR E A SAIDA DA RAZAO DE ESTOQUE COM
      *    MOTIVO 'DEVOL FORN NNNN' (CODIGO DO FORNECEDOR), NO MESMO
      *    MOLDE DO 'COMPRA FORN NNNN' DA ENTRADA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ESTOQMOV.
           IF ESTOQMOV-STATUS NOT = 00
              DISPLAY 'AVALFORN: ESTOQMOV.DAT INDISPONIVEL. '
                 'DEVOLUCOES ZERADAS.'
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ESTOQMOV
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF MOV-TIPO = 'S'
                             AND MOV-MOTIVO(1:11) = 'DEVOL FORN '
                             AND MOV-MOTIVO(12:4) IS NUMERIC
                             AND MOV-DATA >= WRK-DATA-INICIO
                             AND MOV-DATA <= WRK-DATA-FIM
                          MOVE MOV-MOTIVO(12:4) TO WRK-FORN-BUSCA
                          PERFORM 0250-LOCALIZAR-FORNECEDOR
                          IF WRK-IDX-FRN NOT = ZEROS
                             ADD 1 TO WRK-FRN-DEVOLUCOES(WRK-IDX-FRN)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESTOQMOV
           END-IF.
      *----------------------------------------------------------------*
       0600-CALCULAR-NOTAS SECTION.
      *----------------------------------------------------------------*
      *    FORNECEDOR SEM ORDEM AVALIADA (SO COM DEVOLUCAO NO
      *    PERIODO) APARECE NO RELATORIO SEM NOTA NEM CLASSE.
           PERFORM VARYING WRK-IDX-FRN FROM 1 BY 1
                 UNTIL WRK-IDX-FRN > WRK-QTD-FRN
              PERFORM 0610-INDICADORES
              IF WRK-FRN-ORDENS(WRK-IDX-FRN) = ZEROS
                 MOVE ZEROS  TO WRK-FRN-NOTA(WRK-IDX-FRN)
                 MOVE SPACES TO WRK-FRN-CLASSE(WRK-IDX-FRN)
              ELSE
                 EVALUATE TRUE
                    WHEN WRK-PCT-VARIACAO <= ZEROS
                       MOVE 10 TO WRK-PONTOS-PRECO
                    WHEN WRK-PCT-VARIACAO <= 5
                       MOVE 5  TO WRK-PONTOS-PRECO
                    WHEN OTHER
                       MOVE 0  TO WRK-PONTOS-PRECO
                 END-EVALUATE
                 EVALUATE WRK-FRN-DEVOLUCOES(WRK-IDX-FRN)
                    WHEN 0
                       MOVE 10 TO WRK-PONTOS-DEVOL
                    WHEN 1
                       MOVE 5  TO WRK-PONTOS-DEVOL
                    WHEN OTHER
                       MOVE 0  TO WRK-PONTOS-DEVOL
                 END-EVALUATE
                 COMPUTE WRK-FRN-NOTA(WRK-IDX-FRN) ROUNDED =
                    (WRK-PCT-ATEND * 0.4) + (WRK-PCT-PONTUAL * 0.4)
                    + WRK-PONTOS-PRECO + WRK-PONTOS-DEVOL
                 EVALUATE TRUE
                    WHEN WRK-FRN-NOTA(WRK-IDX-FRN) >= WRK-CORTE-A
                       MOVE 'A' TO WRK-FRN-CLASSE(WRK-IDX-FRN)
                    WHEN WRK-FRN-NOTA(WRK-IDX-FRN) >= WRK-CORTE-B
                       MOVE 'B' TO WRK-FRN-CLASSE(WRK-IDX-FRN)
                    WHEN OTHER
                       MOVE 'C' TO WRK-FRN-CLASSE(WRK-IDX-FRN)
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0610-INDICADORES SECTION.
      *----------------------------------------------------------------*
      *    INDICADORES DO FORNECEDOR NA POSICAO WRK-IDX-FRN, USADOS
      *    NA NOTA E NA IMPRESSAO.
           MOVE ZEROS TO WRK-PCT-ATEND WRK-PCT-PONTUAL
                         WRK-PCT-VARIACAO WRK-PRAZO-MEDIO.
           IF WRK-FRN-QTD-PEDIDA(WRK-IDX-FRN) > ZEROS
              COMPUTE WRK-PCT-ATEND ROUNDED =
                 WRK-FRN-QTD-RECEB(WRK-IDX-FRN) * 100
                 / WRK-FRN-QTD-PEDIDA(WRK-IDX-FRN)
           END-IF.
           IF WRK-FRN-ORDENS(WRK-IDX-FRN) > ZEROS
              COMPUTE WRK-PCT-PONTUAL ROUNDED =
                 WRK-FRN-PONTUAIS(WRK-IDX-FRN) * 100
                 / WRK-FRN-ORDENS(WRK-IDX-FRN)
           END-IF.
           IF WRK-FRN-VLR-NEGOC(WRK-IDX-FRN) > ZEROS
              COMPUTE WRK-PCT-VARIACAO ROUNDED =
                 WRK-FRN-VLR-DIFER(WRK-IDX-FRN) * 100
                 / WRK-FRN-VLR-NEGOC(WRK-IDX-FRN)
           END-IF.
           IF WRK-FRN-ENTREGUES(WRK-IDX-FRN) > ZEROS
              COMPUTE WRK-PRAZO-MEDIO ROUNDED =
                 WRK-FRN-SOMA-DIAS(WRK-IDX-FRN)
                 / WRK-FRN-ENTREGUES(WRK-IDX-FRN)
           END-IF.
      *----------------------------------------------------------------*
       0700-ORDENAR SECTION.
      *----------------------------------------------------------------*
      *    ORDENA PELA NOTA DECRESCENTE (TROCAS SUCESSIVAS, TABELA
      *    PEQUENA) PARA O RELATORIO JA SAIR COMO RANKING.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU = 'N'
              MOVE 'N' TO WRK-TROCOU
              PERFORM VARYING WRK-IDX-RANK FROM 1 BY 1
                    UNTIL WRK-IDX-RANK >= WRK-QTD-FRN
                 IF WRK-FRN-NOTA(WRK-IDX-RANK) <
                       WRK-FRN-NOTA(WRK-IDX-RANK + 1)
                    MOVE WRK-FRN(WRK-IDX-RANK)     TO WRK-FRN-AUX
                    MOVE WRK-FRN(WRK-IDX-RANK + 1) TO
                       WRK-FRN(WRK-IDX-RANK)
                    MOVE WRK-FRN-AUX               TO
                       WRK-FRN(WRK-IDX-RANK + 1)
                    MOVE 'S' TO WRK-TROCOU
                 END-IF
              END-PERFORM
           END-PERFORM.
      *----------------------------------------------------------------*
       0800-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-INICIO  TO WRK-REL-DT-INI.
           MOVE WRK-DATA-FIM     TO WRK-REL-DT-FIM.
           MOVE WRK-CORTE-A      TO WRK-REL-CORTE-A.
           MOVE WRK-CORTE-B      TO WRK-REL-CORTE-B.
           MOVE WRK-PRAZO-PADRAO TO WRK-REL-PRAZO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.

           PERFORM VARYING WRK-IDX-FRN FROM 1 BY 1
                 UNTIL WRK-IDX-FRN > WRK-QTD-FRN
              PERFORM 0610-INDICADORES
              MOVE WRK-FRN-CODIGO(WRK-IDX-FRN) TO WRK-REL-FORN
                 FORN-CODIGO
              READ FORNECEDORES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF FORNECEDORES-STATUS = 00
                 MOVE FORN-NOME TO WRK-REL-NOME
              ELSE
                 MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-REL-NOME
              END-IF
              IF WRK-FRN-ORDENS(WRK-IDX-FRN) > ZEROS
                 MOVE WRK-IDX-FRN TO WRK-REL-RANK
                 PERFORM 0810-GRAVAR-CLASSE
              ELSE
                 MOVE ZEROS TO WRK-REL-RANK
              END-IF
              MOVE WRK-FRN-ORDENS(WRK-IDX-FRN) TO WRK-REL-ORDENS
              MOVE WRK-PRAZO-MEDIO             TO WRK-REL-PRAZO-MED
              MOVE WRK-PCT-ATEND               TO WRK-REL-ATEND
              MOVE WRK-PCT-PONTUAL             TO WRK-REL-PONTUAL
              MOVE WRK-PCT-VARIACAO            TO WRK-REL-VARIACAO
              MOVE WRK-FRN-DEVOLUCOES(WRK-IDX-FRN) TO WRK-REL-DEVOL
              MOVE WRK-FRN-NOTA(WRK-IDX-FRN)   TO WRK-REL-NOTA
              MOVE WRK-FRN-CLASSE(WRK-IDX-FRN) TO WRK-REL-CLASSE
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ORDENS AVALIADAS........................:'
              TO WRK-REL-TOT-ROTULO.
           MOVE WRK-QTD-ORD TO WRK-REL-TOT-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE 'ORDENS ABERTAS AINDA NO PRAZO (FORA)....:'
              TO WRK-REL-TOT-ROTULO.
           MOVE WRK-QTD-NO-PRAZO TO WRK-REL-TOT-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE 'FORNECEDORES CLASSIFICADOS..............:'
              TO WRK-REL-TOT-ROTULO.
           MOVE WRK-QTD-CLASSIFICADOS TO WRK-REL-TOT-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                 ' ORDENS FICARAM FORA (TABELAS CHEIAS)'
                 DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'AVALFORN'        TO SPL-PROGRAMA.
           MOVE 'AVALFORN.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       0810-GRAVAR-CLASSE SECTION.
      *----------------------------------------------------------------*
      *    A CLASSE DA ULTIMA AVALIACAO FICA NO CADASTRO, VISIVEL NA
      *    CONSULTA DO FORNECEDOR E NO MAPA DE COTACAO.
           IF FORNECEDORES-STATUS = 00
              MOVE WRK-FRN-CLASSE(WRK-IDX-FRN) TO FORN-CLASSE
              MOVE WRK-DATA-ATUAL              TO FORN-DT-CLASSE
              REWRITE FORN-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF FORNECEDORES-STATUS = 00
                 ADD 1 TO WRK-QTD-CLASSIFICADOS
              ELSE
                 DISPLAY 'AVALFORN: ERRO AO GRAVAR CLASSE DO '
                    'FORNECEDOR ' FORN-CODIGO ' STATUS: '
                    FORNECEDORES-STATUS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0900-FINALIZAR SECTION.
      *-----------------------
           CLOSE OCOMPRA.
           CLOSE OCITENS.
           CLOSE FORNECEDORES.
           DISPLAY 'AVALFORN: ' WRK-QTD-FRN
              ' FORNECEDORES EM AVALFORN.REL'.
      *----------------------------------------------------------------*
