      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: DEMONSTRACAO DO RESULTADO (DRE) DO MES E DO ANO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    MONTA A DRE SIMPLIFICADA DA COMPETENCIA INFORMADA, COM A
      *    COLUNA DO MES E A ACUMULADA DO ANO (JANEIRO ATE O MES),
      *    SEM PLANILHA: CADA LINHA VEM DA RAZAO QUE JA EXISTE.
      *      VENDAS E ESTORNOS ....: SEGMENTOS VENDLOGAAAAMM.DAT
      *                              (TIPO 'V' E TIPO 'E').
      *      DESCONTO, FRETE, ICMS : PEDIDOS DO PERIODO NAO
      *                              CANCELADOS. A RAZAO DE VENDAS
      *                              GUARDA O VALOR JA COM DESCONTO;
      *                              A RECEITA BRUTA VOLTA AO PRECO
      *                              DE TABELA SOMANDO O DESCONTO,
      *                              QUE SAI NAS DEDUCOES.
      *      CMV ..................: ITENS DOS MESMOS PEDIDOS PELO
      *                              CUSTO MEDIO DE CUSTOMEDIO.DAT
      *                              (GRAVADO PELO MARGEM).
      *      FOLHA ................: FOLHAPAG.DAT DA COMPETENCIA
      *                              (BRUTO + COMISSAO + EXTRAS +
      *                              FERIAS - FALTAS).
      *      DESPESAS .............: TITULOS DE NATUREZA 'D' DO
      *                              CONTASPAG PELA DATA DE EMISSAO
      *                              (OS DE MERCADORIA JA ESTAO NO
      *                              CMV).
      *    FILIAL 00 = CONSOLIDADO. COM UMA FILIAL INFORMADA, SO A
      *    RECEITA, AS DEDUCOES E O CMV SAO DA FILIAL (LOG-FILIAL E
      *    PEDIDOS-FILIAL); FOLHA E DESPESAS NAO TEM FILIAL E NAO SAO
      *    RATEADAS, E O RESULTADO DA FILIAL E O LUCRO BRUTO. SAIDA
      *    EM DRE.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. DRE.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT VENDAS-LOG ASSIGN TO WRK-VENDLOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VENDAS-LOG-STATUS.

           SELECT PEDIDOS ASSIGN TO WRK-PEDIDOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDIDOS-STATUS
              RECORD KEY PEDIDOS-CHAVE
              ALTERNATE RECORD KEY PEDIDOS-FONE-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY PEDIDOS-DATA
                 WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO WRK-PEDITENS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDITENS-STATUS
              RECORD KEY ITENS-CHAVE.

           SELECT CUSTOMEDIO ASSIGN TO 'CUSTOMEDIO.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CUSTOMEDIO-STATUS.

           SELECT FOLHA-PAG ASSIGN TO 'FOLHAPAG.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHA-PAG-STATUS.

           SELECT CONTASPAG ASSIGN TO WRK-CONTASPAG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASPAG-STATUS
              RECORD KEY CP-CHAVE.

           SELECT RELATORIO ASSIGN TO 'DRE.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD VENDAS-LOG.
       01 LOG-REG.
          05 LOG-DATA       PIC 9(08).
          05 LOG-MES        PIC 9(02).
          05 LOG-VALOR      PIC S9(06)V99.
          05 LOG-VENDEDOR   PIC X(10).
          05 LOG-TIPO       PIC X(01).
          05 LOG-FILIAL     PIC 9(02).
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD PEDITENS.
       COPY 'peditens-reg.cpy'.
      *-------------
      *    CUSTO MEDIO PONDERADO, DESENHO GRAVADO PELO MARGEM.
       FD CUSTOMEDIO.
       01 CM-REG.
          05 CM-CODIGO            PIC 9(06).
          05 CM-CUSTO-MEDIO       PIC 9(07)V99.
          05 CM-QTD-COMPRADA      PIC 9(07)V99.
      *-------------
      *    FOLHA DE PAGAMENTO, DESENHO GRAVADO PELA FOLHA.
       FD FOLHA-PAG.
       01 PAG-REG.
          05 PAG-COMPETENCIA    PIC 9(06).
          05 PAG-MATRICULA      PIC 9(05).
          05 PAG-NOME           PIC X(20).
          05 PAG-DEPTO          PIC X(10).
          05 PAG-SALARIO-BRUTO  PIC 9(09)V99.
          05 PAG-COMISSAO       PIC S9(09)V99.
          05 PAG-HORAS-EXTRAS   PIC 9(08)V99.
          05 PAG-FERIAS         PIC 9(08)V99.
          05 PAG-DESC-FALTAS    PIC 9(08)V99.
          05 PAG-INSS           PIC 9(08)V99.
          05 PAG-IRRF           PIC 9(08)V99.
          05 PAG-SALARIO-LIQ    PIC 9(09)V99.
          05 PAG-BASE-FGTS      PIC 9(09)V99.
          05 PAG-FGTS           PIC 9(08)V99.
          05 PAG-ADIANTAMENTO   PIC 9(08)V99.
          05 PAG-QTD-DEPEND     PIC 9(02).
          05 PAG-DED-DEPEND     PIC 9(08)V99.
          05 PAG-CONSIGNADO     PIC 9(08)V99.
          05 PAG-DESC-VT        PIC 9(07)V99.
          05 PAG-DESC-VR        PIC 9(07)V99.
          05 PAG-TIPO-PAGTO     PIC X(01).
          05 PAG-AVOS-13        PIC 9(02).
      *-------------
       FD CONTASPAG.
       COPY 'contaspag-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       COPY 'contaspag-cfg.cpy'.
       77 VENDAS-LOG-STATUS    PIC   9(02).
       77 WRK-VENDLOG-PATH     PIC   X(30).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 CUSTOMEDIO-STATUS    PIC   9(02).
       77 FOLHA-PAG-STATUS     PIC   9(02).
       77 CONTASPAG-STATUS     PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-MES-INF          PIC   9(02).
       77 WRK-ANO-INF          PIC   9(04).
       77 WRK-FILIAL-INF       PIC   9(02).
       77 WRK-COMPETENCIA      PIC   9(06).
       77 WRK-COMP-INICIO      PIC   9(06).
       77 WRK-MES-LIDO         PIC   9(02).
       77 WRK-MES-LANC         PIC   9(02).
       77 WRK-IDX-LINHA        PIC   9(02).
       77 WRK-VALOR-LANC       PIC   S9(11)V99.
       77 WRK-IDX-ITEM         PIC   9(03).
       77 WRK-QTD-CUSTOS       PIC   9(03) VALUE 0.
       77 WRK-IDX-CUSTO        PIC   9(03).
       77 WRK-ACHOU-CUSTO      PIC   X(01).
       77 WRK-CUSTO-ITEM       PIC   9(09)V99.
       77 WRK-QTD-SEM-CUSTO    PIC   9(06) VALUE 0.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
       77 WRK-SEGMENTOS-FALTA  PIC   9(02) VALUE 0.
       77 WRK-BRUTO-FOLHA      PIC   S9(11)V99.
       77 WRK-PCT-LINHA        PIC   S9(05)V99.
       77 WRK-LINHA-MES        PIC   S9(11)V99.
       77 WRK-LINHA-ANO        PIC   S9(11)V99.

      *    VALORES DE CADA BASE DA DRE: OCORRENCIA 1 = MES,
      *    OCORRENCIA 2 = ACUMULADO DO ANO.
      *      1 VENDAS DA RAZAO        5 ICMS SOBRE VENDAS
      *      2 FRETE COBRADO          6 CMV
      *      3 DEVOLUCOES/ESTORNOS    7 FOLHA DE PAGAMENTO
      *      4 DESCONTOS CONCEDIDOS   8 DESPESAS (CONTASPAG)
       01 WRK-TABELA-BASES.
          05 WRK-BASE OCCURS 8 TIMES.
             10 WRK-BASE-COL OCCURS 2 TIMES PIC S9(11)V99.

      *    TOTAIS DERIVADOS, NA MESMA DISPOSICAO MES / ANO.
       01 WRK-TABELA-TOTAIS.
          05 WRK-TOT OCCURS 2 TIMES.
             10 WRK-TOT-VENDAS-TAB   PIC S9(11)V99.
             10 WRK-TOT-BRUTA        PIC S9(11)V99.
             10 WRK-TOT-DEDUCOES     PIC S9(11)V99.
             10 WRK-TOT-LIQUIDA      PIC S9(11)V99.
             10 WRK-TOT-LUCRO-BRUTO  PIC S9(11)V99.
             10 WRK-TOT-RESULTADO    PIC S9(11)V99.
       77 WRK-IDX-COL          PIC   9(01).

      *    CUSTO MEDIO CARREGADO DE CUSTOMEDIO.DAT.
       01 WRK-TABELA-CUSTOS.
          05 WRK-CST OCCURS 300 TIMES.
             10 WRK-CST-CODIGO   PIC 9(06).
             10 WRK-CST-MEDIO    PIC 9(07)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(40) VALUE
             'DEMONSTRACAO DO RESULTADO - COMPETENCIA '.
          05 WRK-REL-MES      PIC 9(02).
          05 FILLER           PIC X(01) VALUE '/'.
          05 WRK-REL-ANO      PIC 9(04).
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-ESCOPO   PIC X(30).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(36) VALUE SPACES.
          05 FILLER           PIC X(17) VALUE '              MES'.
          05 FILLER           PIC X(09) VALUE '     % RL'.
          05 FILLER           PIC X(17) VALUE '      ACUM. ANO'.
          05 FILLER           PIC X(09) VALUE '     % RL'.

       01 WRK-REL-LINHA.
          05 WRK-REL-DESC     PIC X(36).
          05 WRK-REL-VAL-MES  PIC ZZZZZZZZZZ9.99-.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-PCT-MES  PIC ZZZZ9.99-.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-VAL-ANO  PIC ZZZZZZZZZZ9.99-.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-PCT-ANO  PIC ZZZZ9.99-.

       01 WRK-REL-NOTA.
          05 WRK-REL-NOTA-TXT PIC X(100).
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-APURAR-VENDAS.
           PERFORM 0300-APURAR-PEDIDOS.
           IF WRK-FILIAL-INF = ZEROS
              PERFORM 0400-APURAR-FOLHA
              PERFORM 0500-APURAR-DESPESAS
           END-IF.
           PERFORM 0600-TOTALIZAR.
           PERFORM 0700-IMPRIMIR.
           PERFORM 0800-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           DISPLAY 'INFORME O MES (1-12): '.
           ACCEPT WRK-MES-INF FROM CONSOLE.
           DISPLAY 'INFORME O ANO (AAAA): '.
           ACCEPT WRK-ANO-INF FROM CONSOLE.
           DISPLAY 'FILIAL (00 = CONSOLIDADO): '.
           ACCEPT WRK-FILIAL-INF FROM CONSOLE.
           IF WRK-MES-INF < 1 OR WRK-MES-INF > 12
              DISPLAY 'MES INVALIDO. NADA FEITO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           COMPUTE WRK-COMPETENCIA =
              WRK-ANO-INF * 100 + WRK-MES-INF.
           COMPUTE WRK-COMP-INICIO = WRK-ANO-INF * 100 + 1.
           INITIALIZE WRK-TABELA-BASES WRK-TABELA-TOTAIS.

           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-PEDITENS-PATH FROM ENVIRONMENT 'PEDITENS_DAT'.
           IF WRK-PEDITENS-PATH = SPACES
              MOVE WRK-PEDITENS-PATH-PADRAO TO WRK-PEDITENS-PATH
           END-IF.
           ACCEPT WRK-CONTASPAG-PATH FROM ENVIRONMENT 'CONTASPAG_DAT'.
           IF WRK-CONTASPAG-PATH = SPACES
              MOVE WRK-CONTASPAG-PATH-PADRAO TO WRK-CONTASPAG-PATH
           END-IF.

      *    SEM CUSTOMEDIO.DAT O CMV SAI ZERADO E A DRE AVISA; RODAR
      *    O MARGEM ANTES ATUALIZA O CUSTO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CUSTOMEDIO.
           IF CUSTOMEDIO-STATUS NOT = 00
              DISPLAY 'CUSTOMEDIO.DAT INDISPONIVEL. STATUS: '
                 CUSTOMEDIO-STATUS
              DISPLAY 'CMV SEGUE ZERADO. RODE O MARGEM ANTES.'
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
                       ELSE
                          ADD 1 TO WRK-QTD-EXCEDENTES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMEDIO
           END-IF.
      *----------------------------------------------------------------*
       0200-APURAR-VENDAS SECTION.
      *----------------------------------------------------------------*
      *    UM SEGMENTO DA RAZAO POR MES, DE JANEIRO ATE A COMPETENCIA.
           PERFORM VARYING WRK-MES-LIDO FROM 1 BY 1
                 UNTIL WRK-MES-LIDO > WRK-MES-INF
              PERFORM 0210-LER-SEGMENTO
           END-PERFORM.
      *----------------------------------------------------------------*
       0210-LER-SEGMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE SPACES TO WRK-VENDLOG-PATH.
           STRING 'VENDLOG'    DELIMITED BY SIZE
                  WRK-ANO-INF  DELIMITED BY SIZE
                  WRK-MES-LIDO DELIMITED BY SIZE
                  '.DAT'       DELIMITED BY SIZE
              INTO WRK-VENDLOG-PATH.
           OPEN INPUT VENDAS-LOG.
           IF VENDAS-LOG-STATUS NOT = 00
              DISPLAY 'SEGMENTO ' WRK-VENDLOG-PATH
                 ' INDISPONIVEL. STATUS: ' VENDAS-LOG-STATUS
              ADD 1 TO WRK-SEGMENTOS-FALTA
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ VENDAS-LOG
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF LOG-DATA(1:4) = WRK-ANO-INF
                             AND LOG-MES = WRK-MES-LIDO
                             AND (WRK-FILIAL-INF = ZEROS
                                  OR LOG-FILIAL = WRK-FILIAL-INF)
                          MOVE WRK-MES-LIDO TO WRK-MES-LANC
                          IF LOG-TIPO = 'E'
                             MOVE 3 TO WRK-IDX-LINHA
                             COMPUTE WRK-VALOR-LANC = LOG-VALOR * -1
                          ELSE
                             MOVE 1 TO WRK-IDX-LINHA
                             MOVE LOG-VALOR TO WRK-VALOR-LANC
                          END-IF
                          PERFORM 0900-SOMAR-BASE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENDAS-LOG
           END-IF.
      *----------------------------------------------------------------*
       0300-APURAR-PEDIDOS SECTION.
      *----------------------------------------------------------------*
      *    PEDIDOS DO ANO ATE A COMPETENCIA, FORA OS CANCELADOS (O
      *    ESTORNO JA ANULOU A VENDA NA RAZAO) E OS PARADOS NA
      *    APROVACAO (AINDA NAO POSTADOS).
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
              DISPLAY 'PEDIDOS.DAT INDISPONIVEL. STATUS: '
                 PEDIDOS-STATUS
              DISPLAY 'DEDUCOES E CMV SEGUEM ZERADOS.'
           ELSE
              OPEN INPUT PEDITENS
              MOVE ZEROS TO PEDIDOS-NUMERO
              START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              PERFORM UNTIL PEDIDOS-STATUS NOT = 00
                 READ PEDIDOS NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF PEDIDOS-STATUS = 00
                       AND PEDIDOS-SITUACAO NOT = 'C'
                       AND PEDIDOS-SITUACAO NOT = 'P'
                       AND PEDIDOS-DATA(1:6) >= WRK-COMP-INICIO
                       AND PEDIDOS-DATA(1:6) <= WRK-COMPETENCIA
                       AND (WRK-FILIAL-INF = ZEROS
                            OR PEDIDOS-FILIAL = WRK-FILIAL-INF)
                    PERFORM 0310-PROCESSAR-PEDIDO
                 END-IF
              END-PERFORM
              CLOSE PEDITENS
              CLOSE PEDIDOS
           END-IF.
      *----------------------------------------------------------------*
       0310-PROCESSAR-PEDIDO SECTION.
      *----------------------------------------------------------------*
           MOVE PEDIDOS-DATA(5:2) TO WRK-MES-LANC.

           MOVE 2 TO WRK-IDX-LINHA.
           MOVE PEDIDOS-FRETE TO WRK-VALOR-LANC.
           PERFORM 0900-SOMAR-BASE.

           MOVE 4 TO WRK-IDX-LINHA.
           IF PEDIDOS-VALOR-BRUTO > PEDIDOS-VALOR
              COMPUTE WRK-VALOR-LANC =
                 PEDIDOS-VALOR-BRUTO - PEDIDOS-VALOR
           ELSE
              MOVE ZEROS TO WRK-VALOR-LANC
           END-IF.
           PERFORM 0900-SOMAR-BASE.

           MOVE 5 TO WRK-IDX-LINHA.
           MOVE PEDIDOS-ICMS-VALOR TO WRK-VALOR-LANC.
           PERFORM 0900-SOMAR-BASE.

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                 UNTIL WRK-IDX-ITEM > PEDIDOS-QTD-ITENS
              MOVE PEDIDOS-NUMERO TO ITENS-NUMERO
              MOVE WRK-IDX-ITEM   TO ITENS-LINHA
              READ PEDITENS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PEDITENS-STATUS = 00
                 PERFORM 0320-CUSTEAR-ITEM
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0320-CUSTEAR-ITEM SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-CUSTO-ITEM.
           MOVE 'N'   TO WRK-ACHOU-CUSTO.
           PERFORM VARYING WRK-IDX-CUSTO FROM 1 BY 1
                 UNTIL WRK-IDX-CUSTO > WRK-QTD-CUSTOS
                 OR WRK-ACHOU-CUSTO = 'S'
              IF WRK-CST-CODIGO(WRK-IDX-CUSTO) = ITENS-CODIGO-PRODUTO
                 MOVE 'S' TO WRK-ACHOU-CUSTO
                 COMPUTE WRK-CUSTO-ITEM ROUNDED =
                    WRK-CST-MEDIO(WRK-IDX-CUSTO) * ITENS-QUANTIDADE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-CUSTO = 'N'
              ADD 1 TO WRK-QTD-SEM-CUSTO
           END-IF.
           MOVE 6 TO WRK-IDX-LINHA.
           MOVE WRK-CUSTO-ITEM TO WRK-VALOR-LANC.
           PERFORM 0900-SOMAR-BASE.
      *----------------------------------------------------------------*
       0400-APURAR-FOLHA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FOLHA-PAG.
           IF FOLHA-PAG-STATUS NOT = 00
              DISPLAY 'FOLHAPAG.DAT INDISPONIVEL. STATUS: '
                 FOLHA-PAG-STATUS
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ FOLHA-PAG
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF PAG-COMPETENCIA >= WRK-COMP-INICIO
                             AND PAG-COMPETENCIA <= WRK-COMPETENCIA
                          MOVE PAG-COMPETENCIA(5:2) TO WRK-MES-LANC
                          COMPUTE WRK-BRUTO-FOLHA =
                             PAG-SALARIO-BRUTO + PAG-COMISSAO
                             + PAG-HORAS-EXTRAS + PAG-FERIAS
                             - PAG-DESC-FALTAS
                          IF WRK-BRUTO-FOLHA < ZEROS
                             MOVE ZEROS TO WRK-BRUTO-FOLHA
                          END-IF
                          MOVE 7 TO WRK-IDX-LINHA
                          MOVE WRK-BRUTO-FOLHA TO WRK-VALOR-LANC
                          PERFORM 0900-SOMAR-BASE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOLHA-PAG
           END-IF.
      *----------------------------------------------------------------*
       0500-APURAR-DESPESAS SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT CONTASPAG.
           IF CONTASPAG-STATUS NOT = 00
              DISPLAY 'CONTASPAG.DAT INDISPONIVEL. STATUS: '
                 CONTASPAG-STATUS
           ELSE
              MOVE ZEROS TO CP-NUMERO-TITULO
              START CONTASPAG KEY IS NOT LESS THAN CP-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              PERFORM UNTIL CONTASPAG-STATUS NOT = 00
                 READ CONTASPAG NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF CONTASPAG-STATUS = 00
                       AND CP-NATUREZA = 'D'
                       AND CP-SITUACAO NOT = 'C'
                       AND CP-DT-EMISSAO(1:6) >= WRK-COMP-INICIO
                       AND CP-DT-EMISSAO(1:6) <= WRK-COMPETENCIA
                    MOVE CP-DT-EMISSAO(5:2) TO WRK-MES-LANC
                    MOVE 8 TO WRK-IDX-LINHA
                    MOVE CP-VALOR TO WRK-VALOR-LANC
                    PERFORM 0900-SOMAR-BASE
                 END-IF
              END-PERFORM
              CLOSE CONTASPAG
           END-IF.
      *----------------------------------------------------------------*
       0600-TOTALIZAR SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
                 UNTIL WRK-IDX-COL > 2
              COMPUTE WRK-TOT-VENDAS-TAB(WRK-IDX-COL) =
                 WRK-BASE-COL(1, WRK-IDX-COL)
                 + WRK-BASE-COL(4, WRK-IDX-COL)
              COMPUTE WRK-TOT-BRUTA(WRK-IDX-COL) =
                 WRK-TOT-VENDAS-TAB(WRK-IDX-COL)
                 + WRK-BASE-COL(2, WRK-IDX-COL)
              COMPUTE WRK-TOT-DEDUCOES(WRK-IDX-COL) =
                 WRK-BASE-COL(3, WRK-IDX-COL)
                 + WRK-BASE-COL(4, WRK-IDX-COL)
                 + WRK-BASE-COL(5, WRK-IDX-COL)
              COMPUTE WRK-TOT-LIQUIDA(WRK-IDX-COL) =
                 WRK-TOT-BRUTA(WRK-IDX-COL)
                 - WRK-TOT-DEDUCOES(WRK-IDX-COL)
              COMPUTE WRK-TOT-LUCRO-BRUTO(WRK-IDX-COL) =
                 WRK-TOT-LIQUIDA(WRK-IDX-COL)
                 - WRK-BASE-COL(6, WRK-IDX-COL)
              COMPUTE WRK-TOT-RESULTADO(WRK-IDX-COL) =
                 WRK-TOT-LUCRO-BRUTO(WRK-IDX-COL)
                 - WRK-BASE-COL(7, WRK-IDX-COL)
                 - WRK-BASE-COL(8, WRK-IDX-COL)
           END-PERFORM.
      *----------------------------------------------------------------*
       0700-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR DRE.REL. STATUS: '
                 RELATORIO-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WRK-MES-INF TO WRK-REL-MES
              MOVE WRK-ANO-INF TO WRK-REL-ANO
              IF WRK-FILIAL-INF = ZEROS
                 MOVE 'CONSOLIDADO' TO WRK-REL-ESCOPO
              ELSE
                 MOVE SPACES TO WRK-REL-ESCOPO
                 STRING 'FILIAL ' DELIMITED BY SIZE
                    WRK-FILIAL-INF DELIMITED BY SIZE
                    INTO WRK-REL-ESCOPO
              END-IF
              WRITE REG-RELATORIO FROM WRK-REL-CABEC1
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              WRITE REG-RELATORIO FROM WRK-REL-CABEC2

              MOVE 'RECEITA OPERACIONAL BRUTA' TO WRK-REL-DESC
              MOVE WRK-TOT-BRUTA(1) TO WRK-LINHA-MES
              MOVE WRK-TOT-BRUTA(2) TO WRK-LINHA-ANO
              PERFORM 0710-GRAVAR-LINHA
              MOVE '  VENDAS A PRECO DE TABELA' TO WRK-REL-DESC
              MOVE WRK-TOT-VENDAS-TAB(1) TO WRK-LINHA-MES
              MOVE WRK-TOT-VENDAS-TAB(2) TO WRK-LINHA-ANO
              PERFORM 0710-GRAVAR-LINHA
              MOVE '  FRETE COBRADO' TO WRK-REL-DESC
              MOVE 2 TO WRK-IDX-LINHA
              PERFORM 0720-GRAVAR-BASE

              MOVE '(-) DEDUCOES DA RECEITA' TO WRK-REL-DESC
              MOVE WRK-TOT-DEDUCOES(1) TO WRK-LINHA-MES
              MOVE WRK-TOT-DEDUCOES(2) TO WRK-LINHA-ANO
              PERFORM 0710-GRAVAR-LINHA
              MOVE '  DEVOLUCOES E ESTORNOS' TO WRK-REL-DESC
              MOVE 3 TO WRK-IDX-LINHA
              PERFORM 0720-GRAVAR-BASE
              MOVE '  DESCONTOS CONCEDIDOS' TO WRK-REL-DESC
              MOVE 4 TO WRK-IDX-LINHA
              PERFORM 0720-GRAVAR-BASE
              MOVE '  ICMS SOBRE VENDAS' TO WRK-REL-DESC
              MOVE 5 TO WRK-IDX-LINHA
              PERFORM 0720-GRAVAR-BASE

              MOVE '(=) RECEITA OPERACIONAL LIQUIDA' TO WRK-REL-DESC
              MOVE WRK-TOT-LIQUIDA(1) TO WRK-LINHA-MES
              MOVE WRK-TOT-LIQUIDA(2) TO WRK-LINHA-ANO
              PERFORM 0710-GRAVAR-LINHA
              MOVE '(-) CUSTO DAS MERCADORIAS VENDIDAS' TO WRK-REL-DESC
              MOVE 6 TO WRK-IDX-LINHA
              PERFORM 0720-GRAVAR-BASE
              MOVE '(=) LUCRO BRUTO' TO WRK-REL-DESC
              MOVE WRK-TOT-LUCRO-BRUTO(1) TO WRK-LINHA-MES
              MOVE WRK-TOT-LUCRO-BRUTO(2) TO WRK-LINHA-ANO
              PERFORM 0710-GRAVAR-LINHA
              MOVE '(-) FOLHA DE PAGAMENTO' TO WRK-REL-DESC
              MOVE 7 TO WRK-IDX-LINHA
              PERFORM 0720-GRAVAR-BASE
              MOVE '(-) DESPESAS OPERACIONAIS' TO WRK-REL-DESC
              MOVE 8 TO WRK-IDX-LINHA
              PERFORM 0720-GRAVAR-BASE
              MOVE '(=) RESULTADO OPERACIONAL' TO WRK-REL-DESC
              MOVE WRK-TOT-RESULTADO(1) TO WRK-LINHA-MES
              MOVE WRK-TOT-RESULTADO(2) TO WRK-LINHA-ANO
              PERFORM 0710-GRAVAR-LINHA

              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              IF WRK-FILIAL-INF NOT = ZEROS
                 MOVE SPACES TO WRK-REL-NOTA-TXT
                 STRING 'FOLHA E DESPESAS NAO SAO RATEADAS POR FILIAL: '
                    DELIMITED BY SIZE
                    'O RESULTADO DA FILIAL E O LUCRO BRUTO.'
                    DELIMITED BY SIZE
                    INTO WRK-REL-NOTA-TXT
                 WRITE REG-RELATORIO FROM WRK-REL-NOTA
              END-IF
              IF WRK-SEGMENTOS-FALTA > ZEROS
                 MOVE SPACES TO WRK-REL-NOTA-TXT
                 STRING 'ATENCAO: ' DELIMITED BY SIZE
                    WRK-SEGMENTOS-FALTA DELIMITED BY SIZE
                    ' SEGMENTO(S) DA RAZAO DE VENDAS NAO ENCONTRADO(S).'
                    DELIMITED BY SIZE
                    INTO WRK-REL-NOTA-TXT
                 WRITE REG-RELATORIO FROM WRK-REL-NOTA
              END-IF
              IF WRK-QTD-SEM-CUSTO > ZEROS
                 MOVE SPACES TO WRK-REL-NOTA-TXT
                 STRING 'ATENCAO: ' DELIMITED BY SIZE
                    WRK-QTD-SEM-CUSTO DELIMITED BY SIZE
                    ' ITEM(NS) VENDIDO(S) SEM CUSTO MEDIO '
                    '(CMV A MENOR).'
                    DELIMITED BY SIZE
                    INTO WRK-REL-NOTA-TXT
                 WRITE REG-RELATORIO FROM WRK-REL-NOTA
              END-IF
              IF WRK-QTD-EXCEDENTES > ZEROS
                 MOVE SPACES TO WRK-REL-NOTA-TXT
                 STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                    WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                    ' CUSTOS FICARAM FORA (TABELA CHEIA)'
                    DELIMITED BY SIZE
                    INTO WRK-REL-NOTA-TXT
                 WRITE REG-RELATORIO FROM WRK-REL-NOTA
              END-IF
              CLOSE RELATORIO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'DRE'             TO SPL-PROGRAMA
              MOVE 'DRE.REL'         TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
           END-IF.
      *----------------------------------------------------------------*
       0710-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *    O PERCENTUAL E SEMPRE SOBRE A RECEITA LIQUIDA DA COLUNA
      *    (ANALISE VERTICAL); OS VALORES JA ESTAO EM WRK-LINHA-MES
      *    E WRK-LINHA-ANO.
           IF WRK-TOT-LIQUIDA(1) NOT = ZEROS
              COMPUTE WRK-PCT-LINHA ROUNDED =
                 WRK-LINHA-MES * 100 / WRK-TOT-LIQUIDA(1)
           ELSE
              MOVE ZEROS TO WRK-PCT-LINHA
           END-IF.
           MOVE WRK-PCT-LINHA TO WRK-REL-PCT-MES.
           IF WRK-TOT-LIQUIDA(2) NOT = ZEROS
              COMPUTE WRK-PCT-LINHA ROUNDED =
                 WRK-LINHA-ANO * 100 / WRK-TOT-LIQUIDA(2)
           ELSE
              MOVE ZEROS TO WRK-PCT-LINHA
           END-IF.
           MOVE WRK-PCT-LINHA TO WRK-REL-PCT-ANO.
           MOVE WRK-LINHA-MES TO WRK-REL-VAL-MES.
           MOVE WRK-LINHA-ANO TO WRK-REL-VAL-ANO.
           WRITE REG-RELATORIO FROM WRK-REL-LINHA.
      *----------------------------------------------------------------*
       0720-GRAVAR-BASE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-BASE-COL(WRK-IDX-LINHA, 1) TO WRK-LINHA-MES.
           MOVE WRK-BASE-COL(WRK-IDX-LINHA, 2) TO WRK-LINHA-ANO.
           PERFORM 0710-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-FINALIZAR SECTION.
      *-----------------------
           IF RETURN-CODE < 8
              DISPLAY 'DRE GRAVADA EM DRE.REL.'
           END-IF.
      *----------------------------------------------------------------*
       0900-SOMAR-BASE SECTION.
      *----------------------------------------------------------------*
      *    TODO LANCAMENTO DO ANO ENTRA NO ACUMULADO; O DA PROPRIA
      *    COMPETENCIA ENTRA TAMBEM NA COLUNA DO MES.
           ADD WRK-VALOR-LANC TO WRK-BASE-COL(WRK-IDX-LINHA, 2).
           IF WRK-MES-LANC = WRK-MES-INF
              ADD WRK-VALOR-LANC TO WRK-BASE-COL(WRK-IDX-LINHA, 1)
           END-IF.
      *----------------------------------------------------------------*
