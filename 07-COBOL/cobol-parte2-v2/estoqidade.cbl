      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: IDADE DO ESTOQUE - ITENS PARADOS E SEM GIRO
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    O CONTRAPONTO DA CURVA ABC: PARA CADA PRODUTO COM SALDO BUSCA
      *    A DATA DA ULTIMA SAIDA POR VENDA NA RAZAO DE ESTOQUE (PERDAS,
      *    DEVOLUCOES AO FORNECEDOR, TRANSFERENCIAS, AJUSTES DE
      *    INVENTARIO E MONTAGEM DE KITS NAO CONTAM COMO VENDA) E A DA
      *    ULTIMA ENTRADA DE MERCADORIA NA RAZAO DE COMPRAS, E AGRUPA O
      *    SALDO EM FAIXAS DE IDADE DESDE A ULTIMA VENDA (0-30, 31-90,
      *    91-180, MAIS DE 180 DIAS E NUNCA VENDIDO). CADA FAIXA E
      *    VALORIZADA AO CUSTO MEDIO DE CUSTOMEDIO.DAT (SEM ELE, PRECO
      *    DE CATALOGO, MARCADO 'C'), E CADA PRODUTO SAI COM OS DIAS DE
      *    COBERTURA PELO RITMO DE VENDA DA JANELA (ESTOQIDADE_JANELA,
      *    PADRAO 90 DIAS). PRODUTO SEM VENDA NEM ENTRADA HA MAIS DE
      *    ESTOQIDADE_LIMITE DIAS (PADRAO 180) SAI COM SUGESTAO:
      *    DEVOLVER AO ULTIMO FORNECEDOR QUANDO NUNCA VENDEU, SENAO
      *    PROMOCAO. O RELATORIO SAI EM ESTOQIDADE.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. ESTOQIDADE.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTOQMOV-STATUS.

           SELECT COMPRAS ASSIGN TO 'COMPRAS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMPRAS-STATUS.

           SELECT CUSTOMEDIO ASSIGN TO 'CUSTOMEDIO.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CUSTOMEDIO-STATUS.

           SELECT RELATORIO ASSIGN TO 'ESTOQIDADE.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD ESTOQMOV.
       COPY 'estoqmov-reg.cpy'.
      *-------------
      *    MESMO REGISTRO DA RAZAO DE COMPRAS DO RECEBIMENTO; SO AS
      *    LINHAS DE MERCADORIA ('E' OU EM BRANCO) SAO ENTRADAS.
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
      *    CUSTO MEDIO PONDERADO GRAVADO PELO MARGEM.
       FD CUSTOMEDIO.
       01 CM-REG.
          05 CM-CODIGO            PIC 9(06).
          05 CM-CUSTO-MEDIO       PIC 9(07)V99.
          05 CM-QTD-COMPRADA      PIC 9(07)V99.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'produtos-cfg.cpy'.
       77 PRODUTOS-STATUS      PIC   9(02).
       77 ESTOQMOV-STATUS      PIC   9(02).
       77 COMPRAS-STATUS       PIC   9(02).
       77 CUSTOMEDIO-STATUS    PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HOJE-INT         PIC   9(08).
      *    JANELA DO RITMO DE VENDA (ESTOQIDADE_JANELA, PADRAO 90) E
      *    LIMITE DE DIAS PARADO PARA SUGERIR SAIDA
      *    (ESTOQIDADE_LIMITE, PADRAO 180).
       77 WRK-DIAS-ENV         PIC   X(03).
       77 WRK-DIAS-JANELA      PIC   9(03) VALUE 90.
       77 WRK-DIAS-LIMITE      PIC   9(03) VALUE 180.
       77 WRK-CORTE-INT        PIC   9(08).
       77 WRK-DATA-CORTE       PIC   9(08).
       77 WRK-QTD-CUSTOS       PIC   9(03) VALUE 0.
       77 WRK-IDX-CUSTO        PIC   9(03) VALUE 0.
       77 WRK-QTD-IDADE        PIC   9(03) VALUE 0.
       77 WRK-IDX-IDADE        PIC   9(03) VALUE 0.
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-VENDA            PIC   X(01).
       77 WRK-IDX-FAIXA        PIC   9(01).
       77 WRK-DIAS-VENDA       PIC   9(06).
       77 WRK-ULT-MOVIMENTO    PIC   9(08).
       77 WRK-COBERTURA        PIC   9(07).
       77 WRK-COBERT-ED        PIC   ZZZZZZ9.
       77 WRK-VALOR-PRODUTO    PIC   9(11)V99.
       77 WRK-TOT-VALOR        PIC   9(13)V99 VALUE 0.
       77 WRK-QTD-SUGESTOES    PIC   9(05) VALUE 0.
      *    PRODUTOS QUE NAO COUBERAM NAS TABELAS: FICAM FORA COM
      *    AVISO DE CONFERENCIA PARCIAL.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.

      *    CUSTO MEDIO CARREGADO DE CUSTOMEDIO.DAT.
       01 WRK-TABELA-CUSTOS.
          05 WRK-CST OCCURS 300 TIMES.
             10 WRK-CST-CODIGO   PIC 9(06).
             10 WRK-CST-MEDIO    PIC 9(07)V99.

      *    PRODUTOS COM SALDO E AS DATAS ACHADAS NAS RAZOES.
       01 WRK-TABELA-IDADE.
          05 WRK-IDA OCCURS 300 TIMES.
             10 WRK-IDA-CODIGO    PIC 9(06).
             10 WRK-IDA-DESC      PIC X(30).
             10 WRK-IDA-SALDO     PIC 9(05)V99.
             10 WRK-IDA-CUSTO     PIC 9(07)V99.
             10 WRK-IDA-ORIGEM    PIC X(01).
             10 WRK-IDA-ULT-VENDA PIC 9(08).
             10 WRK-IDA-ULT-ENTR  PIC 9(08).
             10 WRK-IDA-FORN      PIC 9(04).
             10 WRK-IDA-VENDA-JAN PIC 9(07)V99.
             10 WRK-IDA-FAIXA     PIC 9(01).
             10 WRK-IDA-DIAS      PIC 9(06).

      *    FAIXAS DE IDADE (O INDICE DA TABELA E A PROPRIA FAIXA).
       01 WRK-NOMES-FAIXAS.
          05 FILLER            PIC X(20) VALUE '0 A 30 DIAS'.
          05 FILLER            PIC X(20) VALUE '31 A 90 DIAS'.
          05 FILLER            PIC X(20) VALUE '91 A 180 DIAS'.
          05 FILLER            PIC X(20) VALUE 'MAIS DE 180 DIAS'.
          05 FILLER            PIC X(20) VALUE 'NUNCA VENDIDO'.
       01 WRK-NOME-FAIXA REDEFINES WRK-NOMES-FAIXAS.
          05 WRK-FAIXA-NOME    PIC X(20) OCCURS 5 TIMES.

       01 WRK-TABELA-FAIXAS.
          05 WRK-FAIXA-TAB OCCURS 5 TIMES.
             10 WRK-FAIXA-PRODUTOS PIC 9(05).
             10 WRK-FAIXA-VALOR    PIC 9(13)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(32) VALUE
             'IDADE DO ESTOQUE - EMITIDO EM: '.
          05 WRK-REL-DATA     PIC 9(08).
          05 FILLER           PIC X(10) VALUE '  JANELA: '.
          05 WRK-REL-JANELA   PIC ZZ9.
          05 FILLER           PIC X(17) VALUE ' DIAS  LIMITE: '.
          05 WRK-REL-LIMITE   PIC ZZ9.
          05 FILLER           PIC X(05) VALUE ' DIAS'.

       01 WRK-REL-FAIXA.
          05 FILLER           PIC X(08) VALUE 'FAIXA: '.
          05 WRK-REL-FX-NOME  PIC X(20).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(08) VALUE 'CODIGO'.
          05 FILLER           PIC X(32) VALUE 'DESCRICAO'.
          05 FILLER           PIC X(10) VALUE 'SALDO'.
          05 FILLER           PIC X(11) VALUE 'CUSTO'.
          05 FILLER           PIC X(15) VALUE 'VALOR'.
          05 FILLER           PIC X(10) VALUE 'ULT VENDA'.
          05 FILLER           PIC X(10) VALUE 'ULT ENTR'.
          05 FILLER           PIC X(09) VALUE 'COBERT'.
          05 FILLER           PIC X(22) VALUE 'SUGESTAO'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-CODIGO   PIC 9(06).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-DESC     PIC X(30).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-SALDO    PIC ZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-CUSTO    PIC ZZZZZZ9.99.
          05 WRK-REL-ORIGEM   PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-VALOR    PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-ULT-VENDA PIC 9(08).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-ULT-ENTR PIC 9(08).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-COBERT   PIC X(08).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-SUGESTAO PIC X(22).

       01 WRK-SUG-DEVOLVER.
          05 FILLER           PIC X(18) VALUE 'DEVOLVER AO FORN '.
          05 WRK-SUG-FORN     PIC 9(04).

       01 WRK-REL-SUBTOTAL.
          05 FILLER           PIC X(12) VALUE '  PRODUTOS: '.
          05 WRK-REL-SUB-QTDE PIC ZZZZ9.
          05 FILLER           PIC X(10) VALUE '  VALOR: '.
          05 WRK-REL-SUB-VALOR PIC ZZZZZZZZZZZZ9.99.

       01 WRK-REL-RESUMO.
          05 WRK-REL-RES-NOME PIC X(20).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-RES-QTDE PIC ZZZZ9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-RES-VALOR PIC ZZZZZZZZZZZZ9.99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-RES-PERC PIC ZZ9.99.
          05 FILLER           PIC X(01) VALUE '%'.

       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(22) VALUE
             'TOTAL EM ESTOQUE....: '.
          05 WRK-REL-TOT-VALOR PIC ZZZZZZZZZZZZ9.99.
          05 FILLER           PIC X(17) VALUE '  SUGESTOES....: '.
          05 WRK-REL-TOT-SUG  PIC ZZZZ9.

       01 WRK-REL-LEGENDA.
          05 FILLER           PIC X(60) VALUE
             'C = SEM CUSTO MEDIO, VALORIZADO AO PRECO DE CATALOGO'.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0150-CARREGAR-CUSTOS.
           PERFORM 0200-CARREGAR-PRODUTOS.
           PERFORM 0300-LER-VENDAS.
           PERFORM 0400-LER-ENTRADAS.
           PERFORM 0500-CLASSIFICAR.
           PERFORM 0600-IMPRIMIR.
           PERFORM 0700-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.

           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ESTOQIDADE: PRODUTOS.DAT INDISPONIVEL. STATUS: '
                 PRODUTOS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'ESTOQIDADE_JANELA' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-DIAS-JANELA
           END-IF.
           ACCEPT WRK-DIAS-ENV FROM ENVIRONMENT 'ESTOQIDADE_JANELA'.
           IF WRK-DIAS-ENV NOT = SPACES
              MOVE WRK-DIAS-ENV TO WRK-DIAS-JANELA
           END-IF.
           IF WRK-DIAS-JANELA = ZEROS
              MOVE 90 TO WRK-DIAS-JANELA
           END-IF.
           MOVE SPACES TO WRK-DIAS-ENV.
           MOVE 'ESTOQIDADE_LIMITE' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-DIAS-LIMITE
           END-IF.
           ACCEPT WRK-DIAS-ENV FROM ENVIRONMENT 'ESTOQIDADE_LIMITE'.
           IF WRK-DIAS-ENV NOT = SPACES
              MOVE WRK-DIAS-ENV TO WRK-DIAS-LIMITE
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL).
           COMPUTE WRK-CORTE-INT = WRK-HOJE-INT - WRK-DIAS-JANELA.
           COMPUTE WRK-DATA-CORTE =
              FUNCTION DATE-OF-INTEGER(WRK-CORTE-INT).
           INITIALIZE WRK-TABELA-FAIXAS.
      *----------------------------------------------------------------*
       0150-CARREGAR-CUSTOS SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CUSTOMEDIO.
           IF CUSTOMEDIO-STATUS NOT = 00
              DISPLAY 'CUSTOMEDIO.DAT INDISPONIVEL: VALORIZACAO '
                 'PELO PRECO DE CATALOGO.'
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CUSTOMEDIO
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF WRK-QTD-CUSTOS < 300
                          ADD 1 TO WRK-QTD-CUSTOS
                          MOVE CM-CODIGO TO
                             WRK-CST-CODIGO(WRK-QTD-CUSTOS)
                          MOVE CM-CUSTO-MEDIO TO
                             WRK-CST-MEDIO(WRK-QTD-CUSTOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMEDIO
           END-IF.
      *----------------------------------------------------------------*
       0200-CARREGAR-PRODUTOS SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO PRODUTOS-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PRODUTOS-CHAVE
              INVALID KEY
                 CONTINUE
           END-START.

           IF PRODUTOS-STATUS = 00
              PERFORM UNTIL PRODUTOS-STATUS NOT = 00
                 READ PRODUTOS NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF PRODUTOS-STATUS = 00
                       AND PRODUTOS-ESTOQUE > ZEROS
                    PERFORM 0210-GUARDAR-PRODUTO
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0210-GUARDAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-IDADE >= 300
              ADD 1 TO WRK-QTD-EXCEDENTES
           ELSE
              ADD 1 TO WRK-QTD-IDADE
              INITIALIZE WRK-IDA(WRK-QTD-IDADE)
              MOVE PRODUTOS-CODIGO    TO WRK-IDA-CODIGO(WRK-QTD-IDADE)
              MOVE PRODUTOS-DESCRICAO TO WRK-IDA-DESC(WRK-QTD-IDADE)
              MOVE PRODUTOS-ESTOQUE   TO WRK-IDA-SALDO(WRK-QTD-IDADE)
              MOVE PRODUTOS-PRECO-UNITARIO
                 TO WRK-IDA-CUSTO(WRK-QTD-IDADE)
              MOVE 'C' TO WRK-IDA-ORIGEM(WRK-QTD-IDADE)
              PERFORM VARYING WRK-IDX-CUSTO FROM 1 BY 1
                    UNTIL WRK-IDX-CUSTO > WRK-QTD-CUSTOS
                 IF WRK-CST-CODIGO(WRK-IDX-CUSTO) = PRODUTOS-CODIGO
                    MOVE WRK-CST-MEDIO(WRK-IDX-CUSTO)
                       TO WRK-IDA-CUSTO(WRK-QTD-IDADE)
                    MOVE SPACE TO WRK-IDA-ORIGEM(WRK-QTD-IDADE)
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0300-LER-VENDAS SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ESTOQMOV.
           IF ESTOQMOV-STATUS NOT = 00
              DISPLAY 'ESTOQIDADE: ESTOQMOV.DAT INDISPONIVEL. '
                 'SEM DATAS DE VENDA.'
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ESTOQMOV
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF MOV-TIPO = 'S'
                          PERFORM 0310-ACUMULAR-VENDA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESTOQMOV
           END-IF.
      *----------------------------------------------------------------*
       0310-ACUMULAR-VENDA SECTION.
      *----------------------------------------------------------------*
      *    SO A SAIDA POR VENDA RENOVA A IDADE DO PRODUTO; QUALQUER
      *    OUTRA SAIDA (PERDA, DEVOLUCAO AO FORNECEDOR, TRANSFERENCIA,
      *    AJUSTE, MONTAGEM DE KIT E AS QUE VIEREM) FICA DE FORA.
           MOVE 'N' TO WRK-VENDA.
           IF MOV-MOTIVO(1:6) = 'VENDE ' OR MOV-MOTIVO(1:6) = 'VENDA '
              MOVE 'S' TO WRK-VENDA
           END-IF.
           IF WRK-VENDA = 'S'
              PERFORM 0350-BUSCAR-PRODUTO-MOV
              IF WRK-ACHOU = 'S'
                 IF MOV-DATA > WRK-IDA-ULT-VENDA(WRK-IDX-IDADE)
                    MOVE MOV-DATA TO WRK-IDA-ULT-VENDA(WRK-IDX-IDADE)
                 END-IF
                 IF MOV-DATA >= WRK-DATA-CORTE
                    ADD MOV-QUANTIDADE
                       TO WRK-IDA-VENDA-JAN(WRK-IDX-IDADE)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0350-BUSCAR-PRODUTO-MOV SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-IDADE FROM 1 BY 1
                 UNTIL WRK-IDX-IDADE > WRK-QTD-IDADE
                 OR WRK-ACHOU = 'S'
              IF WRK-IDA-CODIGO(WRK-IDX-IDADE) = MOV-CODIGO-PRODUTO
                 MOVE 'S' TO WRK-ACHOU
                 SUBTRACT 1 FROM WRK-IDX-IDADE
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0400-LER-ENTRADAS SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT COMPRAS.
           IF COMPRAS-STATUS NOT = 00
              DISPLAY 'ESTOQIDADE: COMPRAS.DAT INDISPONIVEL. '
                 'SEM DATAS DE ENTRADA.'
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ COMPRAS
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF CMP-TIPO = 'E' OR CMP-TIPO = SPACE
                          PERFORM 0410-GUARDAR-ENTRADA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPRAS
           END-IF.
      *----------------------------------------------------------------*
       0410-GUARDAR-ENTRADA SECTION.
      *----------------------------------------------------------------*
           MOVE CMP-CODIGO-PRODUTO TO MOV-CODIGO-PRODUTO.
           PERFORM 0350-BUSCAR-PRODUTO-MOV.
           IF WRK-ACHOU = 'S'
              IF CMP-DATA >= WRK-IDA-ULT-ENTR(WRK-IDX-IDADE)
                 MOVE CMP-DATA       TO WRK-IDA-ULT-ENTR(WRK-IDX-IDADE)
                 MOVE CMP-FORNECEDOR TO WRK-IDA-FORN(WRK-IDX-IDADE)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0500-CLASSIFICAR SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-IDX-IDADE FROM 1 BY 1
                 UNTIL WRK-IDX-IDADE > WRK-QTD-IDADE
              IF WRK-IDA-ULT-VENDA(WRK-IDX-IDADE) = ZEROS
                 MOVE 5 TO WRK-IDA-FAIXA(WRK-IDX-IDADE)
              ELSE
                 COMPUTE WRK-DIAS-VENDA = WRK-HOJE-INT -
                    FUNCTION INTEGER-OF-DATE
                       (WRK-IDA-ULT-VENDA(WRK-IDX-IDADE))
                 EVALUATE TRUE
                    WHEN WRK-DIAS-VENDA <= 30
                       MOVE 1 TO WRK-IDA-FAIXA(WRK-IDX-IDADE)
                    WHEN WRK-DIAS-VENDA <= 90
                       MOVE 2 TO WRK-IDA-FAIXA(WRK-IDX-IDADE)
                    WHEN WRK-DIAS-VENDA <= 180
                       MOVE 3 TO WRK-IDA-FAIXA(WRK-IDX-IDADE)
                    WHEN OTHER
                       MOVE 4 TO WRK-IDA-FAIXA(WRK-IDX-IDADE)
                 END-EVALUATE
              END-IF

      *       DIAS PARADO: DESDE A ULTIMA VENDA OU ENTRADA, A QUE FOR
      *       MAIS RECENTE; SEM NENHUMA DAS DUAS, CONTA COMO PARADO.
              MOVE WRK-IDA-ULT-VENDA(WRK-IDX-IDADE)
                 TO WRK-ULT-MOVIMENTO
              IF WRK-IDA-ULT-ENTR(WRK-IDX-IDADE) > WRK-ULT-MOVIMENTO
                 MOVE WRK-IDA-ULT-ENTR(WRK-IDX-IDADE)
                    TO WRK-ULT-MOVIMENTO
              END-IF
              IF WRK-ULT-MOVIMENTO = ZEROS
                 MOVE 999999 TO WRK-IDA-DIAS(WRK-IDX-IDADE)
              ELSE
                 COMPUTE WRK-IDA-DIAS(WRK-IDX-IDADE) = WRK-HOJE-INT -
                    FUNCTION INTEGER-OF-DATE(WRK-ULT-MOVIMENTO)
              END-IF

              COMPUTE WRK-VALOR-PRODUTO ROUNDED =
                 WRK-IDA-SALDO(WRK-IDX-IDADE) *
                 WRK-IDA-CUSTO(WRK-IDX-IDADE)
              MOVE WRK-IDA-FAIXA(WRK-IDX-IDADE) TO WRK-IDX-FAIXA
              ADD 1 TO WRK-FAIXA-PRODUTOS(WRK-IDX-FAIXA)
              ADD WRK-VALOR-PRODUTO TO WRK-FAIXA-VALOR(WRK-IDX-FAIXA)
              ADD WRK-VALOR-PRODUTO TO WRK-TOT-VALOR
           END-PERFORM.
      *----------------------------------------------------------------*
       0600-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-ATUAL  TO WRK-REL-DATA.
           MOVE WRK-DIAS-JANELA TO WRK-REL-JANELA.
           MOVE WRK-DIAS-LIMITE TO WRK-REL-LIMITE.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.

           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                 UNTIL WRK-IDX-FAIXA > 5
              IF WRK-FAIXA-PRODUTOS(WRK-IDX-FAIXA) > ZEROS
                 PERFORM 0610-IMPRIMIR-FAIXA
              END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'RESUMO POR FAIXA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                 UNTIL WRK-IDX-FAIXA > 5
              MOVE WRK-FAIXA-NOME(WRK-IDX-FAIXA) TO WRK-REL-RES-NOME
              MOVE WRK-FAIXA-PRODUTOS(WRK-IDX-FAIXA)
                 TO WRK-REL-RES-QTDE
              MOVE WRK-FAIXA-VALOR(WRK-IDX-FAIXA)
                 TO WRK-REL-RES-VALOR
              IF WRK-TOT-VALOR > ZEROS
                 COMPUTE WRK-REL-RES-PERC ROUNDED =
                    WRK-FAIXA-VALOR(WRK-IDX-FAIXA) * 100
                    / WRK-TOT-VALOR
              ELSE
                 MOVE ZEROS TO WRK-REL-RES-PERC
              END-IF
              WRITE REG-RELATORIO FROM WRK-REL-RESUMO
           END-PERFORM.

           MOVE WRK-TOT-VALOR     TO WRK-REL-TOT-VALOR.
           MOVE WRK-QTD-SUGESTOES TO WRK-REL-TOT-SUG.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           WRITE REG-RELATORIO FROM WRK-REL-LEGENDA.
           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                 ' PRODUTOS FICARAM FORA (TABELAS CHEIAS)'
                 DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ESTOQIDADE'      TO SPL-PROGRAMA.
           MOVE 'ESTOQIDADE.REL'  TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       0610-IMPRIMIR-FAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-FAIXA-NOME(WRK-IDX-FAIXA) TO WRK-REL-FX-NOME.
           WRITE REG-RELATORIO FROM WRK-REL-FAIXA.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.

           PERFORM VARYING WRK-IDX-IDADE FROM 1 BY 1
                 UNTIL WRK-IDX-IDADE > WRK-QTD-IDADE
              IF WRK-IDA-FAIXA(WRK-IDX-IDADE) = WRK-IDX-FAIXA
                 PERFORM 0620-IMPRIMIR-PRODUTO
              END-IF
           END-PERFORM.

           MOVE WRK-FAIXA-PRODUTOS(WRK-IDX-FAIXA) TO WRK-REL-SUB-QTDE.
           MOVE WRK-FAIXA-VALOR(WRK-IDX-FAIXA)    TO WRK-REL-SUB-VALOR.
           WRITE REG-RELATORIO FROM WRK-REL-SUBTOTAL.
      *----------------------------------------------------------------*
       0620-IMPRIMIR-PRODUTO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-IDA-CODIGO(WRK-IDX-IDADE)    TO WRK-REL-CODIGO.
           MOVE WRK-IDA-DESC(WRK-IDX-IDADE)      TO WRK-REL-DESC.
           MOVE WRK-IDA-SALDO(WRK-IDX-IDADE)     TO WRK-REL-SALDO.
           MOVE WRK-IDA-CUSTO(WRK-IDX-IDADE)     TO WRK-REL-CUSTO.
           MOVE WRK-IDA-ORIGEM(WRK-IDX-IDADE)    TO WRK-REL-ORIGEM.
           MOVE WRK-IDA-ULT-VENDA(WRK-IDX-IDADE) TO WRK-REL-ULT-VENDA.
           MOVE WRK-IDA-ULT-ENTR(WRK-IDX-IDADE)  TO WRK-REL-ULT-ENTR.
           COMPUTE WRK-VALOR-PRODUTO ROUNDED =
              WRK-IDA-SALDO(WRK-IDX-IDADE) *
              WRK-IDA-CUSTO(WRK-IDX-IDADE).
           MOVE WRK-VALOR-PRODUTO TO WRK-REL-VALOR.

      *    COBERTURA = SALDO / VENDA MEDIA DIARIA DA JANELA.
           IF WRK-IDA-VENDA-JAN(WRK-IDX-IDADE) = ZEROS
              MOVE 'SEM GIRO' TO WRK-REL-COBERT
           ELSE
              COMPUTE WRK-COBERTURA ROUNDED =
                 WRK-IDA-SALDO(WRK-IDX-IDADE) * WRK-DIAS-JANELA
                 / WRK-IDA-VENDA-JAN(WRK-IDX-IDADE)
                 ON SIZE ERROR
                    MOVE 9999999 TO WRK-COBERTURA
              END-COMPUTE
              MOVE WRK-COBERTURA TO WRK-COBERT-ED
              MOVE WRK-COBERT-ED TO WRK-REL-COBERT
           END-IF.

           MOVE SPACES TO WRK-REL-SUGESTAO.
           IF WRK-IDA-DIAS(WRK-IDX-IDADE) > WRK-DIAS-LIMITE
              IF WRK-IDA-ULT-VENDA(WRK-IDX-IDADE) = ZEROS
                    AND WRK-IDA-FORN(WRK-IDX-IDADE) NOT = ZEROS
                 MOVE WRK-IDA-FORN(WRK-IDX-IDADE) TO WRK-SUG-FORN
                 MOVE WRK-SUG-DEVOLVER TO WRK-REL-SUGESTAO
              ELSE
                 MOVE 'PROMOCAO' TO WRK-REL-SUGESTAO
              END-IF
              ADD 1 TO WRK-QTD-SUGESTOES
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
      *----------------------------------------------------------------*
       0700-FINALIZAR SECTION.
      *-----------------------
           CLOSE PRODUTOS.
           DISPLAY 'ESTOQIDADE: ' WRK-QTD-IDADE
              ' PRODUTOS EM ESTOQIDADE.REL, ' WRK-QTD-SUGESTOES
              ' COM SUGESTAO'.
      *----------------------------------------------------------------*
