      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: SOLICITACOES, MAPA COMPARATIVO E ORDENS DA COTACAO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    TRABALHA UMA COTACAO DO COTACAO.DAT EM TRES MODOS:
      *      1 - SOLICITACOES: COTSOLIC.REL, UM BLOCO POR FORNECEDOR
      *          COM OS PRODUTOS E QUANTIDADES A COTAR, PARA ENVIO;
      *      2 - MAPA: COTMAPA.REL, CADA PRODUTO COM AS RESPOSTAS DE
      *          TODOS OS FORNECEDORES E A MELHOR OFERTA MARCADA;
      *      3 - MAPA E ORDENS: IMPRIME O MAPA E CONVERTE AS OFERTAS
      *          VENCEDORAS EM ORDENS DE COMPRA (OCOMPRA/OCITENS), UMA
      *          POR FORNECEDOR E CONDICAO DE PAGAMENTO, ATE 10 LINHAS
      *          CADA; A COTACAO FICA FECHADA.
      *    MELHOR OFERTA: MENOR PRECO UNITARIO ENTRE AS RESPONDIDAS;
      *    NO EMPATE, O MENOR PRAZO DE ENTREGA; PERSISTINDO, O
      *    PRIMEIRO FORNECEDOR. A CLASSE A/B/C DA AVALIACAO DE
      *    FORNECEDORES (AVALFORN) SAI AO LADO DO NOME. A ENTREGA
      *    PREVISTA DA ORDEM E A DATA DA GERACAO MAIS O MAIOR PRAZO
      *    ENTRE AS SUAS LINHAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. COTMAPA.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT COTACAO ASSIGN TO WRK-COTACAO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS COTACAO-STATUS
              RECORD KEY COT-CHAVE.

           SELECT COTITENS ASSIGN TO WRK-COTITENS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS COTITENS-STATUS
              RECORD KEY CTI-CHAVE.

           SELECT FORNECEDORES ASSIGN TO WRK-FORNECEDORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FORNECEDORES-STATUS
              RECORD KEY FORN-CHAVE.

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

           SELECT OCOMPRACTL ASSIGN TO 'OCOMPRA.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OCOMPRACTL-STATUS.

           SELECT RELATORIO ASSIGN TO WRK-REL-ARQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD COTACAO.
       COPY 'cotacao-reg.cpy'.
      *-------------
       FD COTITENS.
       COPY 'cotitens-reg.cpy'.
      *-------------
       FD FORNECEDORES.
       COPY 'fornecedores-reg.cpy'.
      *-------------
       FD OCOMPRA.
       COPY 'ordemcompra-reg.cpy'.
      *-------------
       FD OCITENS.
       COPY 'ocitens-reg.cpy'.
      *-------------
       FD OCOMPRACTL.
       01 CTL-REG.
          05 CTL-PROXIMO-NUMERO   PIC 9(09).
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'cotacao-cfg.cpy'.
       COPY 'fornecedores-cfg.cpy'.
       COPY 'ordemcompra-cfg.cpy'.
       77 COTACAO-STATUS       PIC   9(02).
       77 COTITENS-STATUS      PIC   9(02).
       77 FORNECEDORES-STATUS  PIC   9(02).
       77 OCOMPRA-STATUS       PIC   9(02).
       77 OCITENS-STATUS       PIC   9(02).
       77 OCOMPRACTL-STATUS    PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-REL-ARQ          PIC   X(20).
       77 WRK-MODO             PIC   X(01).
       77 WRK-NUMERO-COTACAO   PIC   9(09).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-DIA-INT          PIC   9(08).
       77 WRK-QTD-ITM          PIC   9(03) VALUE 0.
       77 WRK-IDX-ITM          PIC   9(03) VALUE 0.
       77 WRK-IDX-GRP          PIC   9(03) VALUE 0.
       77 WRK-IDX-MELHOR       PIC   9(03) VALUE 0.
       77 WRK-PRODUTO-ANT      PIC   9(06).
       77 WRK-PROXIMO-NUMERO   PIC   9(09).
       77 WRK-QTD-LINHAS-OC    PIC   9(03).
       77 WRK-MAIOR-PRAZO      PIC   9(03).
       77 WRK-VALOR-TOTAL      PIC   9(09)V99.
       77 WRK-QTD-ORDENS       PIC   9(05) VALUE 0.
       77 WRK-QTD-SEM-OFERTA   PIC   9(03) VALUE 0.
      *    LINHAS QUE NAO COUBERAM NA TABELA: FICAM FORA DO MAPA COM
      *    AVISO DE CONFERENCIA PARCIAL, COMO NO SUGESTAO.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.

      *    LINHAS DA COTACAO NA ORDEM DA CHAVE (PRODUTO, FORNECEDOR).
       01 WRK-TABELA-ITENS.
          05 WRK-ITM OCCURS 300 TIMES.
             10 WRK-ITM-CODIGO   PIC 9(06).
             10 WRK-ITM-FORN     PIC 9(04).
             10 WRK-ITM-DESC     PIC X(30).
             10 WRK-ITM-QTDE     PIC 9(05)V99.
             10 WRK-ITM-PRECO    PIC 9(07)V99.
             10 WRK-ITM-PRAZO    PIC 9(03).
             10 WRK-ITM-COND     PIC 9(02).
             10 WRK-ITM-SIT      PIC X(01).
             10 WRK-ITM-OC       PIC 9(09).
             10 WRK-ITM-MELHOR   PIC X(01).
             10 WRK-ITM-IMPRESSO PIC X(01).

       01 WRK-REL-CABEC.
          05 WRK-REL-TITULO   PIC X(30).
          05 FILLER           PIC X(10) VALUE ' COTACAO: '.
          05 WRK-REL-COTACAO  PIC 9(09).
          05 FILLER           PIC X(08) VALUE '  DATA: '.
          05 WRK-REL-DATA     PIC 9(08).
          05 FILLER           PIC X(12) VALUE '  SITUACAO: '.
          05 WRK-REL-SITUACAO PIC X(01).

       01 WRK-REL-FORN.
          05 FILLER           PIC X(13) VALUE 'FORNECEDOR: '.
          05 WRK-REL-FORN-COD PIC 9(04).
          05 FILLER           PIC X(03) VALUE ' - '.
          05 WRK-REL-FORN-NOME PIC X(30).
          05 FILLER           PIC X(07) VALUE '  CNPJ '.
          05 WRK-REL-FORN-CNPJ PIC X(14).
          05 FILLER           PIC X(07) VALUE '  FONE '.
          05 WRK-REL-FORN-FONE PIC X(15).

       01 WRK-REL-SOLIC.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-SOL-CODIGO   PIC 9(06).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-SOL-DESC     PIC X(30).
          05 FILLER           PIC X(07) VALUE ' QTDE: '.
          05 WRK-SOL-QTDE     PIC ZZZZ9.99.
          05 FILLER           PIC X(46) VALUE
             '  PRECO: ________ PRAZO: ____ COND.PAGTO: ____'.

       01 WRK-REL-PRODUTO.
          05 FILLER           PIC X(09) VALUE 'PRODUTO: '.
          05 WRK-MAP-CODIGO   PIC 9(06).
          05 FILLER           PIC X(03) VALUE ' - '.
          05 WRK-MAP-DESC     PIC X(30).
          05 FILLER           PIC X(07) VALUE ' QTDE: '.
          05 WRK-MAP-QTDE     PIC ZZZZ9.99.

       01 WRK-REL-OFERTA.
          05 FILLER           PIC X(04) VALUE SPACES.
          05 WRK-OFE-FORN     PIC 9(04).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-OFE-NOME     PIC X(30).
          05 FILLER           PIC X(05) VALUE ' CL: '.
          05 WRK-OFE-CLASSE   PIC X(01).
          05 FILLER           PIC X(08) VALUE ' PRECO: '.
          05 WRK-OFE-PRECO    PIC ZZZZZZ9.99.
          05 FILLER           PIC X(08) VALUE ' TOTAL: '.
          05 WRK-OFE-TOTAL    PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(08) VALUE ' PRAZO: '.
          05 WRK-OFE-PRAZO    PIC ZZ9.
          05 FILLER           PIC X(07) VALUE ' COND: '.
          05 WRK-OFE-COND     PIC 99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-OFE-MARCA    PIC X(20).

       01 WRK-REL-TOTAL.
          05 WRK-REL-TOT-ROTULO PIC X(30).
          05 WRK-REL-TOT-QTDE PIC ZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGAR-ITENS.
           EVALUATE WRK-MODO
              WHEN '1'
                 PERFORM 0400-IMPRIMIR-SOLICITACOES
              WHEN '2'
                 PERFORM 0300-APURAR-MELHOR
                 PERFORM 0500-IMPRIMIR-MAPA
              WHEN '3'
                 PERFORM 0300-APURAR-MELHOR
                 PERFORM 0600-GERAR-ORDENS
                 PERFORM 0500-IMPRIMIR-MAPA
           END-EVALUATE.
           PERFORM 0900-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-COTACAO-PATH FROM ENVIRONMENT 'COTACAO_DAT'.
           IF WRK-COTACAO-PATH = SPACES
              MOVE WRK-COTACAO-PATH-PADRAO TO WRK-COTACAO-PATH
           END-IF.
           ACCEPT WRK-COTITENS-PATH FROM ENVIRONMENT 'COTITENS_DAT'.
           IF WRK-COTITENS-PATH = SPACES
              MOVE WRK-COTITENS-PATH-PADRAO TO WRK-COTITENS-PATH
           END-IF.
           ACCEPT WRK-FORNECEDORES-PATH FROM ENVIRONMENT
              'FORNECEDORES_DAT'.
           IF WRK-FORNECEDORES-PATH = SPACES
              MOVE WRK-FORNECEDORES-PATH-PADRAO
                 TO WRK-FORNECEDORES-PATH
           END-IF.
           ACCEPT WRK-OCOMPRA-PATH FROM ENVIRONMENT 'OCOMPRA_DAT'.
           IF WRK-OCOMPRA-PATH = SPACES
              MOVE WRK-OCOMPRA-PATH-PADRAO TO WRK-OCOMPRA-PATH
           END-IF.
           ACCEPT WRK-OCITENS-PATH FROM ENVIRONMENT 'OCITENS_DAT'.
           IF WRK-OCITENS-PATH = SPACES
              MOVE WRK-OCITENS-PATH-PADRAO TO WRK-OCITENS-PATH
           END-IF.

           DISPLAY 'INFORME O NUMERO DA COTACAO: '.
           ACCEPT WRK-NUMERO-COTACAO FROM CONSOLE.
           DISPLAY 'MODO (1-SOLICITACOES 2-MAPA 3-MAPA E ORDENS): '.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF WRK-MODO NOT = '1' AND WRK-MODO NOT = '2'
                 AND WRK-MODO NOT = '3'
              DISPLAY 'COTMAPA: MODO INVALIDO: ' WRK-MODO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O COTACAO.
           IF COTACAO-STATUS NOT = 00
              DISPLAY 'COTMAPA: COTACAO.DAT INDISPONIVEL. STATUS: '
                 COTACAO-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WRK-NUMERO-COTACAO TO COT-NUMERO.
           READ COTACAO
              INVALID KEY
                 DISPLAY 'COTMAPA: COTACAO NAO ENCONTRADA: '
                    WRK-NUMERO-COTACAO
                 CLOSE COTACAO
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-READ.

      *    SO A COTACAO ABERTA VIRA ORDEM; FECHADA OU CANCELADA AINDA
      *    PODE TER O MAPA REIMPRESSO.
           IF WRK-MODO = '3' AND COT-SITUACAO NOT = 'A'
              DISPLAY 'COTMAPA: COTACAO NAO ESTA ABERTA. SITUACAO: '
                 COT-SITUACAO
              CLOSE COTACAO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O COTITENS.
           IF COTITENS-STATUS NOT = 00
              DISPLAY 'COTMAPA: COTITENS.DAT INDISPONIVEL. STATUS: '
                 COTITENS-STATUS
              CLOSE COTACAO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF FORNECEDORES-STATUS NOT = 00
              DISPLAY 'COTMAPA: FORNECEDORES.DAT INDISPONIVEL. STATUS: '
                 FORNECEDORES-STATUS
              CLOSE COTACAO COTITENS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WRK-MODO = '3'
              OPEN I-O OCOMPRA
                 IF OCOMPRA-STATUS = 35 THEN
                    OPEN OUTPUT OCOMPRA
                    CLOSE OCOMPRA
                    OPEN I-O OCOMPRA
                 END-IF
              OPEN I-O OCITENS
                 IF OCITENS-STATUS = 35 THEN
                    OPEN OUTPUT OCITENS
                    CLOSE OCITENS
                    OPEN I-O OCITENS
                 END-IF
              IF OCOMPRA-STATUS NOT = 00 OR OCITENS-STATUS NOT = 00
                 DISPLAY 'COTMAPA: ORDENS DE COMPRA INDISPONIVEIS. '
                    'STATUS: ' OCOMPRA-STATUS ' ' OCITENS-STATUS
                 CLOSE COTACAO COTITENS FORNECEDORES
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
      *----------------------------------------------------------------*
       0200-CARREGAR-ITENS SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE COT-NUMERO TO CTI-NUMERO.
           MOVE ZEROS TO CTI-CODIGO-PRODUTO CTI-FORNECEDOR.
           START COTITENS KEY IS NOT LESS THAN CTI-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ COTITENS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT = 'S'
                 IF CTI-NUMERO NOT = COT-NUMERO
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    PERFORM 0210-GUARDAR-ITEM
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0210-GUARDAR-ITEM SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-ITM >= 300
              ADD 1 TO WRK-QTD-EXCEDENTES
           ELSE
              ADD 1 TO WRK-QTD-ITM
              MOVE CTI-CODIGO-PRODUTO TO WRK-ITM-CODIGO(WRK-QTD-ITM)
              MOVE CTI-FORNECEDOR    TO WRK-ITM-FORN(WRK-QTD-ITM)
              MOVE CTI-DESCRICAO     TO WRK-ITM-DESC(WRK-QTD-ITM)
              MOVE CTI-QUANTIDADE    TO WRK-ITM-QTDE(WRK-QTD-ITM)
              MOVE CTI-PRECO         TO WRK-ITM-PRECO(WRK-QTD-ITM)
              MOVE CTI-PRAZO-ENTREGA TO WRK-ITM-PRAZO(WRK-QTD-ITM)
              MOVE CTI-COND-PAGTO    TO WRK-ITM-COND(WRK-QTD-ITM)
              MOVE CTI-SITUACAO      TO WRK-ITM-SIT(WRK-QTD-ITM)
              MOVE CTI-OC-NUMERO     TO WRK-ITM-OC(WRK-QTD-ITM)
              MOVE 'N' TO WRK-ITM-MELHOR(WRK-QTD-ITM)
                          WRK-ITM-IMPRESSO(WRK-QTD-ITM)
           END-IF.
      *----------------------------------------------------------------*
       0300-APURAR-MELHOR SECTION.
      *----------------------------------------------------------------*
      *    A TABELA VEM AGRUPADA POR PRODUTO; A CADA QUEBRA MARCA A
      *    MELHOR OFERTA DO GRUPO. NA COTACAO JA FECHADA A VENCEDORA
      *    E A LINHA CONVERTIDA ('O').
           MOVE ZEROS TO WRK-IDX-MELHOR WRK-PRODUTO-ANT.
           PERFORM VARYING WRK-IDX-ITM FROM 1 BY 1
                 UNTIL WRK-IDX-ITM > WRK-QTD-ITM
              IF WRK-ITM-CODIGO(WRK-IDX-ITM) NOT = WRK-PRODUTO-ANT
                 PERFORM 0310-FECHAR-PRODUTO
                 MOVE WRK-ITM-CODIGO(WRK-IDX-ITM) TO WRK-PRODUTO-ANT
              END-IF
              IF WRK-ITM-SIT(WRK-IDX-ITM) = 'R'
                    OR WRK-ITM-SIT(WRK-IDX-ITM) = 'O'
                 EVALUATE TRUE
                    WHEN WRK-IDX-MELHOR = ZEROS
                       MOVE WRK-IDX-ITM TO WRK-IDX-MELHOR
                    WHEN WRK-ITM-SIT(WRK-IDX-MELHOR) = 'O'
                       CONTINUE
                    WHEN WRK-ITM-SIT(WRK-IDX-ITM) = 'O'
                       MOVE WRK-IDX-ITM TO WRK-IDX-MELHOR
                    WHEN WRK-ITM-PRECO(WRK-IDX-ITM) <
                          WRK-ITM-PRECO(WRK-IDX-MELHOR)
                       MOVE WRK-IDX-ITM TO WRK-IDX-MELHOR
                    WHEN WRK-ITM-PRECO(WRK-IDX-ITM) =
                          WRK-ITM-PRECO(WRK-IDX-MELHOR)
                          AND WRK-ITM-PRAZO(WRK-IDX-ITM) <
                          WRK-ITM-PRAZO(WRK-IDX-MELHOR)
                       MOVE WRK-IDX-ITM TO WRK-IDX-MELHOR
                 END-EVALUATE
              END-IF
           END-PERFORM.
           PERFORM 0310-FECHAR-PRODUTO.
      *----------------------------------------------------------------*
       0310-FECHAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
           IF WRK-PRODUTO-ANT NOT = ZEROS
              IF WRK-IDX-MELHOR = ZEROS
                 ADD 1 TO WRK-QTD-SEM-OFERTA
              ELSE
                 MOVE 'S' TO WRK-ITM-MELHOR(WRK-IDX-MELHOR)
              END-IF
           END-IF.
           MOVE ZEROS TO WRK-IDX-MELHOR.
      *----------------------------------------------------------------*
       0400-IMPRIMIR-SOLICITACOES SECTION.
      *----------------------------------------------------------------*
      *    UM BLOCO POR FORNECEDOR PARA ENVIO, NO MESMO ESTILO DE
      *    AGRUPAMENTO DA SUGESTAO; SO AS LINHAS AINDA PENDENTES.
           MOVE 'COTSOLIC.REL' TO WRK-REL-ARQ.
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'COTMAPA: ERRO AO CRIAR COTSOLIC.REL. STATUS: '
                 RELATORIO-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'SOLICITACAO DE COTACAO -' TO WRK-REL-TITULO
              PERFORM 0410-IMPRIMIR-CABECALHO

              PERFORM VARYING WRK-IDX-ITM FROM 1 BY 1
                    UNTIL WRK-IDX-ITM > WRK-QTD-ITM
                 IF WRK-ITM-IMPRESSO(WRK-IDX-ITM) = 'N'
                       AND WRK-ITM-SIT(WRK-IDX-ITM) = 'P'
                    PERFORM 0420-IMPRIMIR-FORNECEDOR
                 END-IF
              END-PERFORM
              PERFORM 0430-IMPRIMIR-RODAPE
              CLOSE RELATORIO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'COTMAPA'         TO SPL-PROGRAMA
              MOVE 'COTSOLIC.REL'    TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
              DISPLAY 'COTMAPA: SOLICITACOES EM COTSOLIC.REL'
           END-IF.
      *----------------------------------------------------------------*
       0410-IMPRIMIR-CABECALHO SECTION.
      *----------------------------------------------------------------*
           MOVE COT-NUMERO     TO WRK-REL-COTACAO.
           MOVE WRK-DATA-ATUAL TO WRK-REL-DATA.
           MOVE COT-SITUACAO   TO WRK-REL-SITUACAO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC.
      *----------------------------------------------------------------*
       0420-IMPRIMIR-FORNECEDOR SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-ITM-FORN(WRK-IDX-ITM) TO WRK-REL-FORN-COD
              FORN-CODIGO.
           READ FORNECEDORES
              INVALID KEY
                 CONTINUE
           END-READ.
           IF FORNECEDORES-STATUS = 00
              MOVE FORN-NOME TO WRK-REL-FORN-NOME
              MOVE FORN-CNPJ TO WRK-REL-FORN-CNPJ
              MOVE FORN-FONE TO WRK-REL-FORN-FONE
           ELSE
              MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-REL-FORN-NOME
              MOVE SPACES TO WRK-REL-FORN-CNPJ WRK-REL-FORN-FONE
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-FORN.

           PERFORM VARYING WRK-IDX-GRP FROM WRK-IDX-ITM BY 1
                 UNTIL WRK-IDX-GRP > WRK-QTD-ITM
              IF WRK-ITM-FORN(WRK-IDX-GRP) = WRK-ITM-FORN(WRK-IDX-ITM)
                    AND WRK-ITM-IMPRESSO(WRK-IDX-GRP) = 'N'
                    AND WRK-ITM-SIT(WRK-IDX-GRP) = 'P'
                 MOVE WRK-ITM-CODIGO(WRK-IDX-GRP) TO WRK-SOL-CODIGO
                 MOVE WRK-ITM-DESC(WRK-IDX-GRP)   TO WRK-SOL-DESC
                 MOVE WRK-ITM-QTDE(WRK-IDX-GRP)   TO WRK-SOL-QTDE
                 WRITE REG-RELATORIO FROM WRK-REL-SOLIC
                 MOVE 'S' TO WRK-ITM-IMPRESSO(WRK-IDX-GRP)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0430-IMPRIMIR-RODAPE SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE SPACES TO REG-RELATORIO
              STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                 ' LINHAS FICARAM FORA (TABELA CHEIA)'
                 DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
      *----------------------------------------------------------------*
       0500-IMPRIMIR-MAPA SECTION.
      *----------------------------------------------------------------*
           MOVE 'COTMAPA.REL' TO WRK-REL-ARQ.
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'COTMAPA: ERRO AO CRIAR COTMAPA.REL. STATUS: '
                 RELATORIO-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'MAPA COMPARATIVO DE COTACAO -' TO WRK-REL-TITULO
              PERFORM 0410-IMPRIMIR-CABECALHO

              MOVE ZEROS TO WRK-PRODUTO-ANT
              PERFORM VARYING WRK-IDX-ITM FROM 1 BY 1
                    UNTIL WRK-IDX-ITM > WRK-QTD-ITM
                 IF WRK-ITM-CODIGO(WRK-IDX-ITM) NOT = WRK-PRODUTO-ANT
                    MOVE SPACES TO REG-RELATORIO
                    WRITE REG-RELATORIO
                    MOVE WRK-ITM-CODIGO(WRK-IDX-ITM) TO WRK-MAP-CODIGO
                       WRK-PRODUTO-ANT
                    MOVE WRK-ITM-DESC(WRK-IDX-ITM)   TO WRK-MAP-DESC
                    MOVE WRK-ITM-QTDE(WRK-IDX-ITM)   TO WRK-MAP-QTDE
                    WRITE REG-RELATORIO FROM WRK-REL-PRODUTO
                 END-IF
                 PERFORM 0510-IMPRIMIR-OFERTA
              END-PERFORM

              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE 'PRODUTOS SEM OFERTA..........:'
                 TO WRK-REL-TOT-ROTULO
              MOVE WRK-QTD-SEM-OFERTA TO WRK-REL-TOT-QTDE
              WRITE REG-RELATORIO FROM WRK-REL-TOTAL
              IF WRK-MODO = '3'
                 MOVE 'ORDENS DE COMPRA GERADAS.....:'
                    TO WRK-REL-TOT-ROTULO
                 MOVE WRK-QTD-ORDENS TO WRK-REL-TOT-QTDE
                 WRITE REG-RELATORIO FROM WRK-REL-TOTAL
              END-IF
              PERFORM 0430-IMPRIMIR-RODAPE
              CLOSE RELATORIO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'COTMAPA'         TO SPL-PROGRAMA
              MOVE 'COTMAPA.REL'     TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
           END-IF.
           DISPLAY 'COTMAPA: MAPA EM COTMAPA.REL'.
      *----------------------------------------------------------------*
       0510-IMPRIMIR-OFERTA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-ITM-FORN(WRK-IDX-ITM) TO WRK-OFE-FORN FORN-CODIGO.
           READ FORNECEDORES
              INVALID KEY
                 MOVE 'FORNECEDOR NAO CADASTRADO' TO FORN-NOME
                 MOVE SPACES TO FORN-CLASSE
           END-READ.
           MOVE FORN-NOME   TO WRK-OFE-NOME.
           MOVE FORN-CLASSE TO WRK-OFE-CLASSE.
           MOVE WRK-ITM-PRECO(WRK-IDX-ITM) TO WRK-OFE-PRECO.
           COMPUTE WRK-OFE-TOTAL ROUNDED =
              WRK-ITM-PRECO(WRK-IDX-ITM) * WRK-ITM-QTDE(WRK-IDX-ITM).
           MOVE WRK-ITM-PRAZO(WRK-IDX-ITM) TO WRK-OFE-PRAZO.
           MOVE WRK-ITM-COND(WRK-IDX-ITM)  TO WRK-OFE-COND.
           MOVE SPACES TO WRK-OFE-MARCA.
           EVALUATE TRUE
              WHEN WRK-ITM-SIT(WRK-IDX-ITM) = 'P'
                 MOVE 'SEM RESPOSTA' TO WRK-OFE-MARCA
              WHEN WRK-ITM-SIT(WRK-IDX-ITM) = 'N'
                 MOVE 'NAO COTOU' TO WRK-OFE-MARCA
              WHEN WRK-ITM-MELHOR(WRK-IDX-ITM) = 'S'
                    AND WRK-ITM-OC(WRK-IDX-ITM) NOT = ZEROS
                 STRING '<< MELHOR OC ' DELIMITED BY SIZE
                    WRK-ITM-OC(WRK-IDX-ITM) DELIMITED BY SIZE
                    INTO WRK-OFE-MARCA
              WHEN WRK-ITM-MELHOR(WRK-IDX-ITM) = 'S'
                 MOVE '<< MELHOR' TO WRK-OFE-MARCA
           END-EVALUATE.
           WRITE REG-RELATORIO FROM WRK-REL-OFERTA.
      *----------------------------------------------------------------*
       0600-GERAR-ORDENS SECTION.
      *----------------------------------------------------------------*
      *    CADA VENCEDORA AINDA NAO CONVERTIDA ABRE UMA ORDEM QUE
      *    RECOLHE AS DEMAIS DO MESMO FORNECEDOR E CONDICAO, ATE 10
      *    LINHAS; O QUE SOBRAR ABRE A ORDEM SEGUINTE.
           PERFORM VARYING WRK-IDX-ITM FROM 1 BY 1
                 UNTIL WRK-IDX-ITM > WRK-QTD-ITM
              IF WRK-ITM-MELHOR(WRK-IDX-ITM) = 'S'
                    AND WRK-ITM-SIT(WRK-IDX-ITM) = 'R'
                 PERFORM 0610-GERAR-ORDEM
              END-IF
           END-PERFORM.

           MOVE 'F' TO COT-SITUACAO.
           MOVE WRK-DATA-ATUAL TO COT-DT-FECHAMENTO.
           REWRITE COT-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF COTACAO-STATUS NOT = 00
              DISPLAY 'COTMAPA: ERRO AO FECHAR A COTACAO. STATUS: '
                 COTACAO-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'COTMAPA: ' WRK-QTD-ORDENS
              ' ORDENS DE COMPRA GERADAS'.
      *----------------------------------------------------------------*
       0610-GERAR-ORDEM SECTION.
      *----------------------------------------------------------------*
           PERFORM 0650-PROXIMO-NUMERO.
           MOVE ZEROS TO WRK-QTD-LINHAS-OC WRK-MAIOR-PRAZO
                         WRK-VALOR-TOTAL.

           PERFORM VARYING WRK-IDX-GRP FROM WRK-IDX-ITM BY 1
                 UNTIL WRK-IDX-GRP > WRK-QTD-ITM
                 OR WRK-QTD-LINHAS-OC >= 10
              IF WRK-ITM-MELHOR(WRK-IDX-GRP) = 'S'
                    AND WRK-ITM-SIT(WRK-IDX-GRP) = 'R'
                    AND WRK-ITM-FORN(WRK-IDX-GRP) =
                        WRK-ITM-FORN(WRK-IDX-ITM)
                    AND WRK-ITM-COND(WRK-IDX-GRP) =
                        WRK-ITM-COND(WRK-IDX-ITM)
                 PERFORM 0620-GRAVAR-LINHA
              END-IF
           END-PERFORM.

           MOVE WRK-ITM-FORN(WRK-IDX-ITM) TO OC-FORNECEDOR.
           MOVE WRK-DATA-ATUAL            TO OC-DATA.
           MOVE WRK-QTD-LINHAS-OC         TO OC-QTD-ITENS.
           MOVE WRK-VALOR-TOTAL           TO OC-VALOR-TOTAL.
           MOVE 'A'                       TO OC-SITUACAO.
           MOVE WRK-ITM-COND(WRK-IDX-ITM) TO OC-COND-PAGTO.
           MOVE COT-NUMERO                TO OC-COTACAO.
           COMPUTE WRK-DIA-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL)
              + WRK-MAIOR-PRAZO.
           COMPUTE OC-DT-PREVISTA =
              FUNCTION DATE-OF-INTEGER(WRK-DIA-INT).
           WRITE OC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF OCOMPRA-STATUS = 00
              ADD 1 TO WRK-QTD-ORDENS
           ELSE
              DISPLAY 'COTMAPA: ERRO AO GRAVAR A ORDEM ' OC-NUMERO
                 ' STATUS: ' OCOMPRA-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0620-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-LINHAS-OC.
           MOVE OC-NUMERO                  TO OCI-NUMERO.
           MOVE WRK-QTD-LINHAS-OC          TO OCI-LINHA.
           MOVE WRK-ITM-CODIGO(WRK-IDX-GRP) TO OCI-CODIGO-PRODUTO.
           MOVE WRK-ITM-DESC(WRK-IDX-GRP)  TO OCI-DESCRICAO.
           MOVE WRK-ITM-QTDE(WRK-IDX-GRP)  TO OCI-QUANTIDADE.
           MOVE WRK-ITM-PRECO(WRK-IDX-GRP) TO OCI-CUSTO-UNITARIO.
           MOVE ZEROS                      TO OCI-QTD-RECEBIDA.
           WRITE OCI-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF OCITENS-STATUS NOT = 00
              DISPLAY 'COTMAPA: ERRO AO GRAVAR ITEM DA ORDEM '
                 OC-NUMERO ' STATUS: ' OCITENS-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.

           COMPUTE WRK-VALOR-TOTAL = WRK-VALOR-TOTAL
              + (WRK-ITM-PRECO(WRK-IDX-GRP)
                 * WRK-ITM-QTDE(WRK-IDX-GRP)).
           IF WRK-ITM-PRAZO(WRK-IDX-GRP) > WRK-MAIOR-PRAZO
              MOVE WRK-ITM-PRAZO(WRK-IDX-GRP) TO WRK-MAIOR-PRAZO
           END-IF.

           MOVE 'O'       TO WRK-ITM-SIT(WRK-IDX-GRP).
           MOVE OC-NUMERO TO WRK-ITM-OC(WRK-IDX-GRP).
           MOVE COT-NUMERO                 TO CTI-NUMERO.
           MOVE WRK-ITM-CODIGO(WRK-IDX-GRP) TO CTI-CODIGO-PRODUTO.
           MOVE WRK-ITM-FORN(WRK-IDX-GRP)  TO CTI-FORNECEDOR.
           READ COTITENS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF COTITENS-STATUS = 00
              MOVE 'O'       TO CTI-SITUACAO
              MOVE OC-NUMERO TO CTI-OC-NUMERO
              REWRITE CTI-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------*
       0650-PROXIMO-NUMERO SECTION.
      *----------------------------------------------------------------*
      *    MESMA NUMERACAO DO ORDEMCOMPRA, PELO OCOMPRA.CTL.
           MOVE 1 TO WRK-PROXIMO-NUMERO.
           OPEN INPUT OCOMPRACTL.
           IF OCOMPRACTL-STATUS = 00
              READ OCOMPRACTL
                 AT END
                    CONTINUE
              END-READ
              IF OCOMPRACTL-STATUS = 00
                 MOVE CTL-PROXIMO-NUMERO TO WRK-PROXIMO-NUMERO
              END-IF
              CLOSE OCOMPRACTL
           END-IF.

           MOVE WRK-PROXIMO-NUMERO TO OC-NUMERO.

           OPEN OUTPUT OCOMPRACTL.
           COMPUTE CTL-PROXIMO-NUMERO = WRK-PROXIMO-NUMERO + 1.
           WRITE CTL-REG.
           CLOSE OCOMPRACTL.
      *----------------------------------------------------------------*
       0900-FINALIZAR SECTION.
      *-----------------------
           CLOSE COTACAO.
           CLOSE COTITENS.
           CLOSE FORNECEDORES.
           IF WRK-MODO = '3'
              CLOSE OCOMPRA
              CLOSE OCITENS
           END-IF.
      *----------------------------------------------------------------*
