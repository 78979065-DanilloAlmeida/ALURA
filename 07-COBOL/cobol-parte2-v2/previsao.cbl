      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: PREVISAO MENSAL DE VENDAS DOS PROXIMOS 12 MESES
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    MONTA A SERIE MENSAL DE VENDAS COM O HISTORICO ARQUIVADO
      *    PELA VIRADA (VENDASHIST.DAT) E OS MESES JA FECHADOS DO ANO
      *    CORRENTE (VENDASACM.DAT) E PROJETA OS 12 MESES A PARTIR DO
      *    MES ATUAL POR DOIS METODOS:
      *    - SAZONAL + TENDENCIA: INDICE SAZONAL DE CADA MES (MEDIA,
      *      NOS ANOS COMPLETOS, DA VENDA DO MES SOBRE A MEDIA MENSAL
      *      DO ANO) E RETA DE TENDENCIA AJUSTADA PELOS MINIMOS
      *      QUADRADOS SOBRE A SERIE DESSAZONALIZADA;
      *    - MEDIA MOVEL SIMPLES DOS ULTIMOS N MESES
      *      (PREVISAO_MEDIA_MESES, PADRAO 3).
      *    PREVISAO_METODO ('S' OU 'M', PADRAO 'S') ESCOLHE O METODO
      *    QUE VALE COMO PREVISTO: E ELE QUE SE COMPARA COM O MESMO
      *    MES DO ANO ANTERIOR E COM A SOMA DAS METAS (METAS.DAT) E
      *    QUE SE ABRE POR CATEGORIA PELO MIX DOS ITENS VENDIDOS NOS
      *    ULTIMOS 12 MESES FECHADOS (PEDITENS.DAT). GRAVA
      *    PREVISAO.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. PREVISAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT VENDAS-HIST ASSIGN TO 'VENDASHIST.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VENDAS-HIST-STATUS.

           SELECT VENDAS-ACM ASSIGN TO 'VENDASACM.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VENDAS-ACM-STATUS.

           SELECT METAS ASSIGN TO WRK-METAS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS METAS-STATUS
              RECORD KEY META-CHAVE.

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

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT RELATORIO ASSIGN TO 'PREVISAO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD VENDAS-HIST.
       01 HIST-REG.
          05 HIST-ANO     PIC 9(04).
          05 HIST-MES     PIC 9(02).
          05 HIST-VALOR   PIC 9(10)V99.
      *-------------
       FD VENDAS-ACM.
       01 ACM-REG.
          05 ACM-ANO     PIC 9(04).
          05 ACM-MES     PIC 9(02).
          05 ACM-VALOR   PIC 9(10)V99.
      *-------------
       FD METAS.
       COPY 'metas-reg.cpy'.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD PEDITENS.
       COPY 'peditens-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'metas-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       77 VENDAS-HIST-STATUS   PIC   9(02).
       77 VENDAS-ACM-STATUS    PIC   9(02).
       77 METAS-STATUS         PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-FIM-ARQUIVO      PIC   X(01) VALUE 'N'.
       77 WRK-ACM-FORMATO-OK   PIC   X(01) VALUE 'S'.
       77 WRK-METAS-ABERTO     PIC   X(01) VALUE 'N'.
       77 WRK-PEDIDOS-ABERTO   PIC   X(01) VALUE 'N'.
      *    METODO DO PREVISTO: 'S' SAZONAL + TENDENCIA, 'M' MEDIA
      *    MOVEL.
       77 WRK-METODO           PIC   X(01) VALUE 'S'.
       77 WRK-METODO-ENV       PIC   X(01) VALUE SPACES.
       77 WRK-MEDIA-MESES      PIC   9(02) VALUE 3.
       77 WRK-MESES-ENV        PIC   X(02) VALUE SPACES.

      *    A TABELA GUARDA OS 20 ULTIMOS ANOS; O PRIMEIRO E O ANO BASE
      *    E A POSICAO DO MES NA SERIE E (ANO - BASE) * 12 + MES.
       77 WRK-ANO-BASE         PIC   9(04).
       77 WRK-IDX-ANO          PIC   9(03).
       77 WRK-IDX-MES          PIC   9(03).
       77 WRK-IDX-SER          PIC   9(03).
       77 WRK-IDX-PRV          PIC   9(03).
       77 WRK-QTD-SER          PIC   9(03) VALUE 0.
      *    MESES LIDOS FORA DA JANELA DE 20 ANOS OU INVALIDOS.
       77 WRK-QTD-FORA         PIC   9(05) VALUE 0.
      *    MES A GUARDAR NA TABELA, VINDO DO HISTORICO OU DO ACUMULADO.
       77 WRK-LIN-ANO          PIC   9(04).
       77 WRK-LIN-MES          PIC   9(02).
       77 WRK-LIN-VALOR        PIC   9(10)V99.
      *    INDICES SAZONAIS.
       77 WRK-QTD-ANOS-COMPLETOS PIC 9(02) VALUE 0.
       77 WRK-TOTAL-ANO        PIC   9(12)V99.
       77 WRK-MEDIA-ANO        PIC   9(10)V9(04).
       77 WRK-ANO-COMPLETO     PIC   X(01).
      *    RETA DE TENDENCIA D = A + B * POSICAO SOBRE A SERIE
      *    DESSAZONALIZADA.
       77 WRK-QTD-REG          PIC   9(03).
       77 WRK-SOMA-T           PIC   9(07).
       77 WRK-SOMA-D           PIC   9(14)V99.
       77 WRK-MEDIA-T          PIC   9(03)V9(04).
       77 WRK-MEDIA-D          PIC   9(12)V9(04).
       77 WRK-SXY              PIC  S9(16)V9(04).
       77 WRK-SXX              PIC   9(09)V9(04).
       77 WRK-TEND-A           PIC  S9(12)V9(04).
       77 WRK-TEND-B           PIC  S9(11)V9(04).
       77 WRK-CALC             PIC  S9(13)V99.
      *    MEDIA MOVEL.
       77 WRK-QTD-MM           PIC   9(02).
       77 WRK-SOMA-MM          PIC   9(12)V99.
       77 WRK-MEDIA-MOVEL      PIC   9(10)V99 VALUE 0.
      *    METAS: DISTANCIA EM MESES DO MES DA META AO MES ATUAL.
       77 WRK-OFFSET           PIC  S9(05).
       77 WRK-TOT-PREVISTO     PIC   9(12)V99 VALUE 0.
       77 WRK-TOT-ANTERIOR     PIC   9(12)V99 VALUE 0.
       77 WRK-TOT-META         PIC   9(12)V99 VALUE 0.
       77 WRK-VAR              PIC  S9(05)V9.
      *    MIX POR CATEGORIA: ULTIMOS 12 MESES FECHADOS.
       77 WRK-MIX-INICIO       PIC   9(08).
       77 WRK-MIX-FIM          PIC   9(08).
       77 WRK-DATA-AUX         PIC   9(08).
       77 WRK-MIX-TOTAL        PIC   9(12)V99 VALUE 0.
       77 WRK-IDX-ITEM         PIC   9(03) VALUE 0.
       77 WRK-QTD-CAT          PIC   9(03) VALUE 0.
       77 WRK-IDX-CAT          PIC   9(03) VALUE 0.
       77 WRK-ACHOU-CAT        PIC   X(01).
      *    LINHAS DE CATEGORIAS QUE NAO COUBERAM NA TABELA: FICAM
      *    FORA DO MIX COM AVISO, COMO NO RELCATEG.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
       77 WRK-LIN-CATEGORIA    PIC   9(03).
       77 WRK-LIN-QTDE         PIC   9(07)V99.
       77 WRK-CAT-PREVISTO     PIC   9(12)V99.
       77 WRK-CAT-QTDE-PREV    PIC   9(09)V99.

       01 WRK-DATA-ATUAL.
          05 WRK-ANO-ATUAL     PIC 9(04).
          05 WRK-MES-ATUAL     PIC 9(02).
          05 WRK-DIA-ATUAL     PIC 9(02).

      *    VENDA MENSAL POR ANO; WRK-HIS-TEM = 'S' QUANDO O MES FOI
      *    LIDO (MES SEM REGISTRO NAO ENTRA NA SERIE).
       01 WRK-TABELA-HISTORICO.
          05 WRK-HIS OCCURS 20 TIMES.
             10 WRK-HIS-MES OCCURS 12 TIMES.
                15 WRK-HIS-VALOR PIC 9(10)V99.
                15 WRK-HIS-TEM   PIC X(01).

      *    SERIE CRONOLOGICA DOS MESES LIDOS.
       01 WRK-TABELA-SERIE.
          05 WRK-SER OCCURS 240 TIMES.
             10 WRK-SER-POS      PIC 9(03).
             10 WRK-SER-ANO      PIC 9(04).
             10 WRK-SER-MES      PIC 9(02).
             10 WRK-SER-VALOR    PIC 9(10)V99.
             10 WRK-SER-DESSAZ   PIC 9(12)V99.

       01 WRK-TABELA-INDICES.
          05 WRK-IND OCCURS 12 TIMES.
             10 WRK-IND-SOMA     PIC 9(04)V9(04).
             10 WRK-IND-VALOR    PIC 9(02)V9(04).

       01 WRK-TABELA-PREVISAO.
          05 WRK-PRV OCCURS 12 TIMES.
             10 WRK-PRV-ANO      PIC 9(04).
             10 WRK-PRV-MES      PIC 9(02).
             10 WRK-PRV-POS      PIC 9(03).
             10 WRK-PRV-SAZONAL  PIC 9(10)V99.
             10 WRK-PRV-MEDIA    PIC 9(10)V99.
             10 WRK-PRV-VALOR    PIC 9(10)V99.
             10 WRK-PRV-ANTERIOR PIC 9(10)V99.
             10 WRK-PRV-TEM-ANT  PIC X(01).
             10 WRK-PRV-META     PIC 9(11)V99.

      *    VENDA POR CATEGORIA NA JANELA DO MIX, NO MESMO ESTILO DA
      *    TABELA DO RELCATEG.
       01 WRK-TABELA-CATEGORIAS.
          05 WRK-CAT OCCURS 100 TIMES.
             10 WRK-CAT-CODIGO   PIC 9(03).
             10 WRK-CAT-QTDE     PIC 9(09)V99.
             10 WRK-CAT-VALOR    PIC 9(12)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(32) VALUE
             'PREVISAO DE VENDAS - GERADA EM: '.
          05 WRK-REL-DATA     PIC 9(08).
          05 FILLER           PIC X(10) VALUE '  METODO: '.
          05 WRK-REL-METODO   PIC X(25).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(11) VALUE 'HISTORICO: '.
          05 WRK-REL-QTD-SER  PIC ZZ9.
          05 FILLER           PIC X(10) VALUE ' MESES DE '.
          05 WRK-REL-SER-INI  PIC 9999/99.
          05 FILLER           PIC X(03) VALUE ' A '.
          05 WRK-REL-SER-FIM  PIC 9999/99.
          05 FILLER           PIC X(19) VALUE '  ANOS COMPLETOS: '.
          05 WRK-REL-ANOS     PIC Z9.
          05 FILLER           PIC X(15) VALUE '  MEDIA MOVEL: '.
          05 WRK-REL-MM       PIC Z9.
          05 FILLER           PIC X(06) VALUE ' MESES'.

       01 WRK-REL-CABEC3.
          05 FILLER           PIC X(10) VALUE 'MES'.
          05 FILLER           PIC X(09) VALUE ' INDICE'.
          05 FILLER           PIC X(15) VALUE '  SAZONAL+TEND'.
          05 FILLER           PIC X(15) VALUE '   MEDIA MOVEL'.
          05 FILLER           PIC X(15) VALUE '      PREVISTO'.
          05 FILLER           PIC X(16) VALUE '  ANO ANTERIOR'.
          05 FILLER           PIC X(09) VALUE '   VAR%'.
          05 FILLER           PIC X(16) VALUE '    SOMA METAS'.
          05 FILLER           PIC X(07) VALUE '   VAR%'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-MES      PIC 9999/99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-INDICE   PIC Z9.9999.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-SAZONAL  PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-MEDIA    PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-PREVISTO PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-ANTERIOR PIC ZZZZZZZZZZ9.99.
          05 WRK-REL-ANTERIOR-X REDEFINES WRK-REL-ANTERIOR
                              PIC X(14).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-VAR-ANT  PIC -ZZZ9.9.
          05 WRK-REL-VAR-ANT-X REDEFINES WRK-REL-VAR-ANT
                              PIC X(07).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-META     PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-VAR-META PIC -ZZZ9.9.
          05 WRK-REL-VAR-META-X REDEFINES WRK-REL-VAR-META
                              PIC X(07).

       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(49) VALUE
             'TOTAL DOS 12 MESES'.
          05 WRK-REL-TOT-PREVISTO PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-TOT-ANTERIOR PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-TOT-VAR-ANT  PIC -ZZZ9.9.
          05 WRK-REL-TOT-VAR-ANT-X REDEFINES WRK-REL-TOT-VAR-ANT
                              PIC X(07).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-TOT-META PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-TOT-VAR-META PIC -ZZZ9.9.
          05 WRK-REL-TOT-VAR-META-X REDEFINES WRK-REL-TOT-VAR-META
                              PIC X(07).

       01 WRK-REL-CAT-CABEC1.
          05 FILLER           PIC X(48) VALUE
             'DEMANDA PREVISTA POR CATEGORIA - MIX VENDIDO DE '.
          05 WRK-REL-MIX-INI  PIC 9(08).
          05 FILLER           PIC X(03) VALUE ' A '.
          05 WRK-REL-MIX-FIM  PIC 9(08).

       01 WRK-REL-CAT-CABEC2.
          05 FILLER           PIC X(05) VALUE 'CAT'.
          05 FILLER           PIC X(08) VALUE ' PART%'.
          05 FILLER           PIC X(13) VALUE '   QTDE HIST'.
          05 FILLER           PIC X(15) VALUE '    VALOR HIST'.
          05 WRK-REL-CAB-MES1 PIC X(15).
          05 WRK-REL-CAB-MES2 PIC X(15).
          05 WRK-REL-CAB-MES3 PIC X(15).
          05 FILLER           PIC X(15) VALUE ' PREV 12 MESES'.
          05 FILLER           PIC X(13) VALUE '   QTDE PREV'.

       01 WRK-REL-CAB-MES.
          05 FILLER           PIC X(07) VALUE SPACES.
          05 WRK-REL-CAB-MES-AM PIC 9999/99.

       01 WRK-REL-CAT-DETALHE.
          05 WRK-REL-CAT      PIC 9(03).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-CAT-PCT  PIC ZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-CAT-QTDE PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-CAT-VALOR PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-CAT-MES1 PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-CAT-MES2 PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-CAT-MES3 PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-CAT-PREV PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-CAT-QPREV PIC ZZZZZZZZ9.99.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGAR-HISTORICO.
           PERFORM 0250-CARREGAR-ACUMULADO.
           PERFORM 0300-MONTAR-SERIE.
           IF WRK-QTD-SER < 2
              DISPLAY 'PREVISAO: HISTORICO INSUFICIENTE (MENOS DE 2 '
                 'MESES FECHADOS EM VENDASHIST/VENDASACM).'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0310-CALCULAR-INDICES.
           PERFORM 0320-CALCULAR-TENDENCIA.
           PERFORM 0330-CALCULAR-MEDIA-MOVEL.
           PERFORM 0340-PROJETAR.
           PERFORM 0350-SOMAR-METAS.
           PERFORM 0400-APURAR-MIX.
           PERFORM 0500-IMPRIMIR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-METAS-PATH FROM ENVIRONMENT 'METAS_DAT'.
           IF WRK-METAS-PATH = SPACES
              MOVE WRK-METAS-PATH-PADRAO TO WRK-METAS-PATH
           END-IF.
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-PEDITENS-PATH FROM ENVIRONMENT 'PEDITENS_DAT'.
           IF WRK-PEDITENS-PATH = SPACES
              MOVE WRK-PEDITENS-PATH-PADRAO TO WRK-PEDITENS-PATH
           END-IF.
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'PREVISAO_METODO' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S' AND PRM-VALOR = 'M'
              MOVE 'M' TO WRK-METODO
           END-IF.
           ACCEPT WRK-METODO-ENV FROM ENVIRONMENT 'PREVISAO_METODO'.
           IF WRK-METODO-ENV = 'M' OR WRK-METODO-ENV = 'm'
              MOVE 'M' TO WRK-METODO
           END-IF.
           IF WRK-METODO-ENV = 'S' OR WRK-METODO-ENV = 's'
              MOVE 'S' TO WRK-METODO
           END-IF.

           MOVE 'PREVISAO_MEDIA_MESES' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-MEDIA-MESES
           END-IF.
           ACCEPT WRK-MESES-ENV FROM ENVIRONMENT
              'PREVISAO_MEDIA_MESES'.
           IF WRK-MESES-ENV NOT = SPACES
              MOVE WRK-MESES-ENV TO WRK-MEDIA-MESES
           END-IF.
           IF WRK-MEDIA-MESES = ZEROS
              MOVE 3 TO WRK-MEDIA-MESES
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-ANO-BASE = WRK-ANO-ATUAL - 19.
           INITIALIZE WRK-TABELA-HISTORICO.
           INITIALIZE WRK-TABELA-INDICES.
           INITIALIZE WRK-TABELA-PREVISAO.
      *----------------------------------------------------------------*
       0200-CARREGAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *    ANOS JA VIRADOS. SEM O ARQUIVO (NENHUMA VIRADA AINDA) A
      *    SERIE FICA SO COM O ANO CORRENTE.
           OPEN INPUT VENDAS-HIST.
           IF VENDAS-HIST-STATUS NOT = 00
              DISPLAY 'PREVISAO: VENDASHIST.DAT INDISPONIVEL. STATUS: '
                 VENDAS-HIST-STATUS
           ELSE
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ VENDAS-HIST
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       MOVE HIST-ANO   TO WRK-LIN-ANO
                       MOVE HIST-MES   TO WRK-LIN-MES
                       MOVE HIST-VALOR TO WRK-LIN-VALOR
                       PERFORM 0220-GUARDAR-MES
                 END-READ
              END-PERFORM
              CLOSE VENDAS-HIST
           END-IF.
      *----------------------------------------------------------------*
       0220-GUARDAR-MES SECTION.
      *----------------------------------------------------------------*
           IF WRK-LIN-ANO < WRK-ANO-BASE
                 OR WRK-LIN-ANO > WRK-ANO-ATUAL
                 OR WRK-LIN-MES < 1 OR WRK-LIN-MES > 12
              ADD 1 TO WRK-QTD-FORA
           ELSE
              COMPUTE WRK-IDX-ANO = WRK-LIN-ANO - WRK-ANO-BASE + 1
              MOVE WRK-LIN-VALOR TO
                 WRK-HIS-VALOR(WRK-IDX-ANO, WRK-LIN-MES)
              MOVE 'S' TO WRK-HIS-TEM(WRK-IDX-ANO, WRK-LIN-MES)
           END-IF.
      *----------------------------------------------------------------*
       0250-CARREGAR-ACUMULADO SECTION.
      *----------------------------------------------------------------*
      *    DO ANO CORRENTE SO ENTRAM OS MESES FECHADOS; COM A VIRADA
      *    AINDA NAO RODADA (ACUMULADO DE ANO ANTERIOR) TODOS ENTRAM.
           OPEN INPUT VENDAS-ACM.
           IF VENDAS-ACM-STATUS NOT = 00
              DISPLAY 'PREVISAO: VENDASACM.DAT INDISPONIVEL. STATUS: '
                 VENDAS-ACM-STATUS
           ELSE
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ VENDAS-ACM
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF ACM-ANO < 1900
                             OR ACM-MES < 1 OR ACM-MES > 12
                          MOVE 'N' TO WRK-ACM-FORMATO-OK
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                          IF ACM-ANO < WRK-ANO-ATUAL
                                OR ACM-MES < WRK-MES-ATUAL
                             MOVE ACM-ANO   TO WRK-LIN-ANO
                             MOVE ACM-MES   TO WRK-LIN-MES
                             MOVE ACM-VALOR TO WRK-LIN-VALOR
                             PERFORM 0220-GUARDAR-MES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ACM
           END-IF.
           IF WRK-ACM-FORMATO-OK = 'N'
              DISPLAY 'VENDASACM.DAT EM FORMATO ANTIGO (SEM ANO).'
              DISPLAY 'RODE O CONVERTEBASE ANTES DA PREVISAO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
       0300-MONTAR-SERIE SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-SER.
           PERFORM VARYING WRK-IDX-ANO FROM 1 BY 1
                 UNTIL WRK-IDX-ANO > 20
              PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                    UNTIL WRK-IDX-MES > 12
                 IF WRK-HIS-TEM(WRK-IDX-ANO, WRK-IDX-MES) = 'S'
                    ADD 1 TO WRK-QTD-SER
                    COMPUTE WRK-SER-POS(WRK-QTD-SER) =
                       (WRK-IDX-ANO - 1) * 12 + WRK-IDX-MES
                    COMPUTE WRK-SER-ANO(WRK-QTD-SER) =
                       WRK-ANO-BASE + WRK-IDX-ANO - 1
                    MOVE WRK-IDX-MES TO WRK-SER-MES(WRK-QTD-SER)
                    MOVE WRK-HIS-VALOR(WRK-IDX-ANO, WRK-IDX-MES)
                       TO WRK-SER-VALOR(WRK-QTD-SER)
                 END-IF
              END-PERFORM
           END-PERFORM.
      *----------------------------------------------------------------*
       0310-CALCULAR-INDICES SECTION.
      *----------------------------------------------------------------*
      *    SO ANOS COM OS 12 MESES E VENDA DENTRO ENTRAM NO INDICE;
      *    SEM NENHUM ANO COMPLETO TODOS OS INDICES FICAM EM 1.
           MOVE ZEROS TO WRK-QTD-ANOS-COMPLETOS.
           PERFORM VARYING WRK-IDX-ANO FROM 1 BY 1
                 UNTIL WRK-IDX-ANO > 20
              MOVE 'S' TO WRK-ANO-COMPLETO
              MOVE ZEROS TO WRK-TOTAL-ANO
              PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                    UNTIL WRK-IDX-MES > 12
                 IF WRK-HIS-TEM(WRK-IDX-ANO, WRK-IDX-MES) NOT = 'S'
                    MOVE 'N' TO WRK-ANO-COMPLETO
                 END-IF
                 ADD WRK-HIS-VALOR(WRK-IDX-ANO, WRK-IDX-MES)
                    TO WRK-TOTAL-ANO
              END-PERFORM
              IF WRK-ANO-COMPLETO = 'S' AND WRK-TOTAL-ANO > ZEROS
                 ADD 1 TO WRK-QTD-ANOS-COMPLETOS
                 COMPUTE WRK-MEDIA-ANO = WRK-TOTAL-ANO / 12
                 PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                       UNTIL WRK-IDX-MES > 12
                    COMPUTE WRK-IND-SOMA(WRK-IDX-MES) ROUNDED =
                       WRK-IND-SOMA(WRK-IDX-MES) +
                       WRK-HIS-VALOR(WRK-IDX-ANO, WRK-IDX-MES)
                       / WRK-MEDIA-ANO
                 END-PERFORM
              END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                 UNTIL WRK-IDX-MES > 12
              IF WRK-QTD-ANOS-COMPLETOS > ZEROS
                 COMPUTE WRK-IND-VALOR(WRK-IDX-MES) ROUNDED =
                    WRK-IND-SOMA(WRK-IDX-MES) / WRK-QTD-ANOS-COMPLETOS
              ELSE
                 MOVE 1 TO WRK-IND-VALOR(WRK-IDX-MES)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0320-CALCULAR-TENDENCIA SECTION.
      *----------------------------------------------------------------*
      *    MINIMOS QUADRADOS SOBRE A SERIE DESSAZONALIZADA, EM DUAS
      *    PASSADAS (MEDIAS E DEPOIS DESVIOS) PARA OS PRODUTOS NAO
      *    ESTOURAREM. MES DE INDICE ZERO NAO TEM COMO SER
      *    DESSAZONALIZADO E FICA FORA DA RETA.
           MOVE ZEROS TO WRK-QTD-REG WRK-SOMA-T WRK-SOMA-D
                         WRK-SXY WRK-SXX.
           PERFORM VARYING WRK-IDX-SER FROM 1 BY 1
                 UNTIL WRK-IDX-SER > WRK-QTD-SER
              MOVE WRK-SER-MES(WRK-IDX-SER) TO WRK-IDX-MES
              IF WRK-IND-VALOR(WRK-IDX-MES) > ZEROS
                 COMPUTE WRK-SER-DESSAZ(WRK-IDX-SER) ROUNDED =
                    WRK-SER-VALOR(WRK-IDX-SER) /
                    WRK-IND-VALOR(WRK-IDX-MES)
                 ADD 1 TO WRK-QTD-REG
                 ADD WRK-SER-POS(WRK-IDX-SER) TO WRK-SOMA-T
                 ADD WRK-SER-DESSAZ(WRK-IDX-SER) TO WRK-SOMA-D
              END-IF
           END-PERFORM.
           IF WRK-QTD-REG = ZEROS
              MOVE ZEROS TO WRK-TEND-A WRK-TEND-B
           ELSE
              COMPUTE WRK-MEDIA-T ROUNDED = WRK-SOMA-T / WRK-QTD-REG
              COMPUTE WRK-MEDIA-D ROUNDED = WRK-SOMA-D / WRK-QTD-REG
              PERFORM VARYING WRK-IDX-SER FROM 1 BY 1
                    UNTIL WRK-IDX-SER > WRK-QTD-SER
                 MOVE WRK-SER-MES(WRK-IDX-SER) TO WRK-IDX-MES
                 IF WRK-IND-VALOR(WRK-IDX-MES) > ZEROS
                    COMPUTE WRK-SXY ROUNDED = WRK-SXY +
                       (WRK-SER-POS(WRK-IDX-SER) - WRK-MEDIA-T) *
                       (WRK-SER-DESSAZ(WRK-IDX-SER) - WRK-MEDIA-D)
                    COMPUTE WRK-SXX ROUNDED = WRK-SXX +
                       (WRK-SER-POS(WRK-IDX-SER) - WRK-MEDIA-T) *
                       (WRK-SER-POS(WRK-IDX-SER) - WRK-MEDIA-T)
                 END-IF
              END-PERFORM
              IF WRK-SXX > ZEROS
                 COMPUTE WRK-TEND-B ROUNDED = WRK-SXY / WRK-SXX
              ELSE
                 MOVE ZEROS TO WRK-TEND-B
              END-IF
              COMPUTE WRK-TEND-A ROUNDED =
                 WRK-MEDIA-D - WRK-TEND-B * WRK-MEDIA-T
           END-IF.
      *----------------------------------------------------------------*
       0330-CALCULAR-MEDIA-MOVEL SECTION.
      *----------------------------------------------------------------*
      *    MEDIA DOS ULTIMOS N MESES LIDOS (OU DE TODOS, SE HOUVER
      *    MENOS), REPETIDA NOS 12 MESES DA PROJECAO.
           MOVE ZEROS TO WRK-QTD-MM WRK-SOMA-MM.
           PERFORM VARYING WRK-IDX-SER FROM WRK-QTD-SER BY -1
                 UNTIL WRK-IDX-SER < 1
                 OR WRK-QTD-MM >= WRK-MEDIA-MESES
              ADD 1 TO WRK-QTD-MM
              ADD WRK-SER-VALOR(WRK-IDX-SER) TO WRK-SOMA-MM
           END-PERFORM.
           COMPUTE WRK-MEDIA-MOVEL ROUNDED = WRK-SOMA-MM / WRK-QTD-MM.
      *----------------------------------------------------------------*
       0340-PROJETAR SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-IDX-PRV FROM 1 BY 1
                 UNTIL WRK-IDX-PRV > 12
              COMPUTE WRK-IDX-MES = WRK-MES-ATUAL + WRK-IDX-PRV - 1
              MOVE WRK-ANO-ATUAL TO WRK-PRV-ANO(WRK-IDX-PRV)
              IF WRK-IDX-MES > 12
                 SUBTRACT 12 FROM WRK-IDX-MES
                 ADD 1 TO WRK-PRV-ANO(WRK-IDX-PRV)
              END-IF
              MOVE WRK-IDX-MES TO WRK-PRV-MES(WRK-IDX-PRV)
              COMPUTE WRK-PRV-POS(WRK-IDX-PRV) =
                 228 + WRK-MES-ATUAL + WRK-IDX-PRV - 1

      *       RETA NO PONTO, DE VOLTA A ESCALA DO MES PELO INDICE;
      *       TENDENCIA NEGATIVA NAO PREVE VENDA ABAIXO DE ZERO.
              COMPUTE WRK-CALC ROUNDED =
                 (WRK-TEND-A + WRK-TEND-B * WRK-PRV-POS(WRK-IDX-PRV))
                 * WRK-IND-VALOR(WRK-IDX-MES)
              IF WRK-CALC < ZEROS
                 MOVE ZEROS TO WRK-PRV-SAZONAL(WRK-IDX-PRV)
              ELSE
                 MOVE WRK-CALC TO WRK-PRV-SAZONAL(WRK-IDX-PRV)
              END-IF
              MOVE WRK-MEDIA-MOVEL TO WRK-PRV-MEDIA(WRK-IDX-PRV)
              IF WRK-METODO = 'M'
                 MOVE WRK-PRV-MEDIA(WRK-IDX-PRV)
                    TO WRK-PRV-VALOR(WRK-IDX-PRV)
              ELSE
                 MOVE WRK-PRV-SAZONAL(WRK-IDX-PRV)
                    TO WRK-PRV-VALOR(WRK-IDX-PRV)
              END-IF
              ADD WRK-PRV-VALOR(WRK-IDX-PRV) TO WRK-TOT-PREVISTO

      *       MESMO MES DO ANO ANTERIOR, QUANDO FOI LIDO.
              COMPUTE WRK-IDX-ANO =
                 WRK-PRV-ANO(WRK-IDX-PRV) - 1 - WRK-ANO-BASE + 1
              MOVE 'N' TO WRK-PRV-TEM-ANT(WRK-IDX-PRV)
              IF WRK-HIS-TEM(WRK-IDX-ANO, WRK-IDX-MES) = 'S'
                 MOVE 'S' TO WRK-PRV-TEM-ANT(WRK-IDX-PRV)
                 MOVE WRK-HIS-VALOR(WRK-IDX-ANO, WRK-IDX-MES)
                    TO WRK-PRV-ANTERIOR(WRK-IDX-PRV)
                 ADD WRK-PRV-ANTERIOR(WRK-IDX-PRV) TO WRK-TOT-ANTERIOR
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0350-SOMAR-METAS SECTION.
      *----------------------------------------------------------------*
      *    SOMA AS METAS DE TODOS OS VENDEDORES EM CADA MES DA
      *    PROJECAO. SEM METAS.DAT A COLUNA SAI ZERADA.
           OPEN INPUT METAS.
           IF METAS-STATUS NOT = 00
              DISPLAY 'PREVISAO: METAS.DAT INDISPONIVEL. STATUS: '
                 METAS-STATUS
           ELSE
              MOVE 'S' TO WRK-METAS-ABERTO
              MOVE LOW-VALUES TO META-CHAVE
              START METAS KEY IS NOT LESS THAN META-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              PERFORM UNTIL METAS-STATUS NOT = 00
                 READ METAS NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF METAS-STATUS = 00
                    COMPUTE WRK-OFFSET =
                       (META-ANO - WRK-ANO-ATUAL) * 12
                       + META-MES - WRK-MES-ATUAL + 1
                    IF WRK-OFFSET >= 1 AND WRK-OFFSET <= 12
                       ADD META-VALOR TO WRK-PRV-META(WRK-OFFSET)
                       ADD META-VALOR TO WRK-TOT-META
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE METAS
           END-IF.
      *----------------------------------------------------------------*
       0400-APURAR-MIX SECTION.
      *----------------------------------------------------------------*
      *    JANELA DO MIX: DO PRIMEIRO DIA DO MES ATUAL DO ANO PASSADO
      *    AO ULTIMO DIA DO MES ANTERIOR. PEDIDOS CANCELADOS FICAM
      *    DE FORA, COMO NO RELCATEG.
           COMPUTE WRK-MIX-INICIO =
              (WRK-ANO-ATUAL - 1) * 10000 + WRK-MES-ATUAL * 100 + 1.
           COMPUTE WRK-DATA-AUX =
              WRK-ANO-ATUAL * 10000 + WRK-MES-ATUAL * 100 + 1.
           COMPUTE WRK-MIX-FIM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1).

      *    O MIX PRECISA DOS TRES ARQUIVOS; FALTANDO UM, A PREVISAO
      *    SAI SO COM O TOTAL, SEM A ABERTURA POR CATEGORIA.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PEDITENS.
           OPEN INPUT PRODUTOS.
           IF PEDIDOS-STATUS NOT = 00 OR PEDITENS-STATUS NOT = 00
                 OR PRODUTOS-STATUS NOT = 00
              DISPLAY 'PREVISAO: PEDIDOS/PEDITENS/PRODUTOS '
                 'INDISPONIVEIS. STATUS: ' PEDIDOS-STATUS ' '
                 PEDITENS-STATUS ' ' PRODUTOS-STATUS
                 ' - SEM ABERTURA POR CATEGORIA.'
              IF PEDIDOS-STATUS = 00
                 CLOSE PEDIDOS
              END-IF
              IF PEDITENS-STATUS = 00
                 CLOSE PEDITENS
              END-IF
              IF PRODUTOS-STATUS = 00
                 CLOSE PRODUTOS
              END-IF
           ELSE
              MOVE 'S' TO WRK-PEDIDOS-ABERTO
              MOVE WRK-MIX-INICIO TO PEDIDOS-DATA
              START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DATA
                 INVALID KEY
                    CONTINUE
              END-START
              PERFORM UNTIL PEDIDOS-STATUS NOT = 00
                 READ PEDIDOS NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF PEDIDOS-STATUS = 00
                       AND PEDIDOS-DATA > WRK-MIX-FIM
                    MOVE 10 TO PEDIDOS-STATUS
                 END-IF
                 IF PEDIDOS-STATUS = 00
                       AND PEDIDOS-SITUACAO NOT = 'C'
                    PERFORM 0410-ACUMULAR-ITENS
                 END-IF
              END-PERFORM
              CLOSE PEDIDOS
              CLOSE PEDITENS
              CLOSE PRODUTOS
           END-IF.
      *----------------------------------------------------------------*
       0410-ACUMULAR-ITENS SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                 UNTIL WRK-IDX-ITEM > PEDIDOS-QTD-ITENS
              MOVE PEDIDOS-NUMERO TO ITENS-NUMERO
              MOVE WRK-IDX-ITEM   TO ITENS-LINHA
              READ PEDITENS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PEDITENS-STATUS = 00
                 MOVE ITENS-CODIGO-PRODUTO TO PRODUTOS-CODIGO
                 READ PRODUTOS
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF PRODUTOS-STATUS = 00
                    MOVE PRODUTOS-CATEGORIA TO WRK-LIN-CATEGORIA
                 ELSE
                    MOVE ZEROS TO WRK-LIN-CATEGORIA
                 END-IF
                 MOVE ITENS-QUANTIDADE TO WRK-LIN-QTDE
                 MOVE ITENS-VALOR      TO WRK-LIN-VALOR
                 PERFORM 0420-ACUMULAR-CATEGORIA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0420-ACUMULAR-CATEGORIA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU-CAT.
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                 UNTIL WRK-IDX-CAT > WRK-QTD-CAT
                 OR WRK-ACHOU-CAT = 'S'
              IF WRK-CAT-CODIGO(WRK-IDX-CAT) = WRK-LIN-CATEGORIA
                 MOVE 'S' TO WRK-ACHOU-CAT
                 SUBTRACT 1 FROM WRK-IDX-CAT
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-CAT = 'N' AND WRK-QTD-CAT >= 100
              ADD 1 TO WRK-QTD-EXCEDENTES
           ELSE
              IF WRK-ACHOU-CAT = 'N'
                 ADD 1 TO WRK-QTD-CAT
                 MOVE WRK-QTD-CAT TO WRK-IDX-CAT
                 MOVE WRK-LIN-CATEGORIA TO
                    WRK-CAT-CODIGO(WRK-IDX-CAT)
                 MOVE ZEROS TO WRK-CAT-QTDE(WRK-IDX-CAT)
                               WRK-CAT-VALOR(WRK-IDX-CAT)
              END-IF
              ADD WRK-LIN-QTDE  TO WRK-CAT-QTDE(WRK-IDX-CAT)
              ADD WRK-LIN-VALOR TO WRK-CAT-VALOR(WRK-IDX-CAT)
              ADD WRK-LIN-VALOR TO WRK-MIX-TOTAL
           END-IF.
      *----------------------------------------------------------------*
       0500-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'PREVISAO: ERRO AO CRIAR PREVISAO.REL. STATUS: '
                 RELATORIO-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WRK-DATA-ATUAL TO WRK-REL-DATA
              IF WRK-METODO = 'M'
                 MOVE 'MEDIA MOVEL' TO WRK-REL-METODO
              ELSE
                 MOVE 'SAZONAL + TENDENCIA' TO WRK-REL-METODO
              END-IF
              WRITE REG-RELATORIO FROM WRK-REL-CABEC1
              MOVE WRK-QTD-SER TO WRK-REL-QTD-SER
              COMPUTE WRK-REL-SER-INI =
                 WRK-SER-ANO(1) * 100 + WRK-SER-MES(1)
              COMPUTE WRK-REL-SER-FIM =
                 WRK-SER-ANO(WRK-QTD-SER) * 100
                 + WRK-SER-MES(WRK-QTD-SER)
              MOVE WRK-QTD-ANOS-COMPLETOS TO WRK-REL-ANOS
              MOVE WRK-QTD-MM             TO WRK-REL-MM
              WRITE REG-RELATORIO FROM WRK-REL-CABEC2
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              WRITE REG-RELATORIO FROM WRK-REL-CABEC3

              PERFORM VARYING WRK-IDX-PRV FROM 1 BY 1
                    UNTIL WRK-IDX-PRV > 12
                 PERFORM 0510-IMPRIMIR-MES
              END-PERFORM

              MOVE WRK-TOT-PREVISTO TO WRK-REL-TOT-PREVISTO
              MOVE WRK-TOT-ANTERIOR TO WRK-REL-TOT-ANTERIOR
              MOVE WRK-TOT-META     TO WRK-REL-TOT-META
              IF WRK-TOT-ANTERIOR > ZEROS
                 COMPUTE WRK-VAR ROUNDED =
                    (WRK-TOT-PREVISTO - WRK-TOT-ANTERIOR) * 100
                    / WRK-TOT-ANTERIOR
                 MOVE WRK-VAR TO WRK-REL-TOT-VAR-ANT
              ELSE
                 MOVE '    N/D' TO WRK-REL-TOT-VAR-ANT-X
              END-IF
              IF WRK-TOT-META > ZEROS
                 COMPUTE WRK-VAR ROUNDED =
                    (WRK-TOT-PREVISTO - WRK-TOT-META) * 100
                    / WRK-TOT-META
                 MOVE WRK-VAR TO WRK-REL-TOT-VAR-META
              ELSE
                 MOVE '    N/D' TO WRK-REL-TOT-VAR-META-X
              END-IF
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              WRITE REG-RELATORIO FROM WRK-REL-TOTAL
              IF WRK-METAS-ABERTO = 'N'
                 MOVE 'METAS.DAT INDISPONIVEL: SOMA DAS METAS ZERADA'
                    TO REG-RELATORIO
                 WRITE REG-RELATORIO
              END-IF
              IF WRK-QTD-FORA > ZEROS
                 MOVE SPACES TO REG-RELATORIO
                 STRING 'MESES DO HISTORICO FORA DOS ULTIMOS 20 '
                    'ANOS OU INVALIDOS (IGNORADOS): ' DELIMITED BY SIZE
                    WRK-QTD-FORA DELIMITED BY SIZE
                    INTO REG-RELATORIO
                 WRITE REG-RELATORIO
              END-IF

              PERFORM 0520-IMPRIMIR-CATEGORIAS
              CLOSE RELATORIO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'PREVISAO'       TO SPL-PROGRAMA
              MOVE 'PREVISAO.REL'   TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
              DISPLAY 'PREVISAO 12 MESES (' WRK-REL-METODO '): '
                 WRK-REL-TOT-PREVISTO
              DISPLAY 'RELATORIO GRAVADO EM PREVISAO.REL'
           END-IF.
      *----------------------------------------------------------------*
       0510-IMPRIMIR-MES SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PRV-MES(WRK-IDX-PRV) TO WRK-IDX-MES.
           COMPUTE WRK-REL-MES =
              WRK-PRV-ANO(WRK-IDX-PRV) * 100 + WRK-IDX-MES.
           MOVE WRK-IND-VALOR(WRK-IDX-MES)    TO WRK-REL-INDICE.
           MOVE WRK-PRV-SAZONAL(WRK-IDX-PRV)  TO WRK-REL-SAZONAL.
           MOVE WRK-PRV-MEDIA(WRK-IDX-PRV)    TO WRK-REL-MEDIA.
           MOVE WRK-PRV-VALOR(WRK-IDX-PRV)    TO WRK-REL-PREVISTO.
           IF WRK-PRV-TEM-ANT(WRK-IDX-PRV) = 'S'
              MOVE WRK-PRV-ANTERIOR(WRK-IDX-PRV) TO WRK-REL-ANTERIOR
           ELSE
              MOVE '      SEM HIST' TO WRK-REL-ANTERIOR-X
           END-IF.
           IF WRK-PRV-TEM-ANT(WRK-IDX-PRV) = 'S'
                 AND WRK-PRV-ANTERIOR(WRK-IDX-PRV) > ZEROS
              COMPUTE WRK-VAR ROUNDED =
                 (WRK-PRV-VALOR(WRK-IDX-PRV)
                 - WRK-PRV-ANTERIOR(WRK-IDX-PRV)) * 100
                 / WRK-PRV-ANTERIOR(WRK-IDX-PRV)
              MOVE WRK-VAR TO WRK-REL-VAR-ANT
           ELSE
              MOVE '    N/D' TO WRK-REL-VAR-ANT-X
           END-IF.
           MOVE WRK-PRV-META(WRK-IDX-PRV) TO WRK-REL-META.
           IF WRK-PRV-META(WRK-IDX-PRV) > ZEROS
              COMPUTE WRK-VAR ROUNDED =
                 (WRK-PRV-VALOR(WRK-IDX-PRV)
                 - WRK-PRV-META(WRK-IDX-PRV)) * 100
                 / WRK-PRV-META(WRK-IDX-PRV)
              MOVE WRK-VAR TO WRK-REL-VAR-META
           ELSE
              MOVE '    N/D' TO WRK-REL-VAR-META-X
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
      *----------------------------------------------------------------*
       0520-IMPRIMIR-CATEGORIAS SECTION.
      *----------------------------------------------------------------*
      *    CADA CATEGORIA RECEBE DO PREVISTO A MESMA PARTICIPACAO QUE
      *    TEVE NA VENDA DA JANELA DO MIX; A QUANTIDADE PREVISTA E A
      *    VENDIDA NA JANELA NA PROPORCAO DO PREVISTO SOBRE O VENDIDO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-PEDIDOS-ABERTO = 'N' OR WRK-MIX-TOTAL = ZEROS
              MOVE 'SEM VENDAS NA JANELA DO MIX POR CATEGORIA'
                 TO REG-RELATORIO
              WRITE REG-RELATORIO
           ELSE
              MOVE WRK-MIX-INICIO TO WRK-REL-MIX-INI
              MOVE WRK-MIX-FIM    TO WRK-REL-MIX-FIM
              WRITE REG-RELATORIO FROM WRK-REL-CAT-CABEC1
              COMPUTE WRK-REL-CAB-MES-AM =
                 WRK-PRV-ANO(1) * 100 + WRK-PRV-MES(1)
              MOVE WRK-REL-CAB-MES TO WRK-REL-CAB-MES1
              COMPUTE WRK-REL-CAB-MES-AM =
                 WRK-PRV-ANO(2) * 100 + WRK-PRV-MES(2)
              MOVE WRK-REL-CAB-MES TO WRK-REL-CAB-MES2
              COMPUTE WRK-REL-CAB-MES-AM =
                 WRK-PRV-ANO(3) * 100 + WRK-PRV-MES(3)
              MOVE WRK-REL-CAB-MES TO WRK-REL-CAB-MES3
              WRITE REG-RELATORIO FROM WRK-REL-CAT-CABEC2
              PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                    UNTIL WRK-IDX-CAT > WRK-QTD-CAT
                 PERFORM 0530-IMPRIMIR-CATEGORIA
              END-PERFORM
              IF WRK-QTD-EXCEDENTES > ZEROS
                 MOVE SPACES TO REG-RELATORIO
                 STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                    WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                    ' LINHAS ALEM DE 100 CATEGORIAS FICARAM FORA'
                    DELIMITED BY SIZE
                    INTO REG-RELATORIO
                 WRITE REG-RELATORIO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0530-IMPRIMIR-CATEGORIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CAT-CODIGO(WRK-IDX-CAT) TO WRK-REL-CAT.
           COMPUTE WRK-REL-CAT-PCT ROUNDED =
              WRK-CAT-VALOR(WRK-IDX-CAT) * 100 / WRK-MIX-TOTAL.
           MOVE WRK-CAT-QTDE(WRK-IDX-CAT)  TO WRK-REL-CAT-QTDE.
           MOVE WRK-CAT-VALOR(WRK-IDX-CAT) TO WRK-REL-CAT-VALOR.
           COMPUTE WRK-REL-CAT-MES1 ROUNDED =
              WRK-PRV-VALOR(1) * WRK-CAT-VALOR(WRK-IDX-CAT)
              / WRK-MIX-TOTAL.
           COMPUTE WRK-REL-CAT-MES2 ROUNDED =
              WRK-PRV-VALOR(2) * WRK-CAT-VALOR(WRK-IDX-CAT)
              / WRK-MIX-TOTAL.
           COMPUTE WRK-REL-CAT-MES3 ROUNDED =
              WRK-PRV-VALOR(3) * WRK-CAT-VALOR(WRK-IDX-CAT)
              / WRK-MIX-TOTAL.
           COMPUTE WRK-CAT-PREVISTO ROUNDED =
              WRK-TOT-PREVISTO * WRK-CAT-VALOR(WRK-IDX-CAT)
              / WRK-MIX-TOTAL.
           MOVE WRK-CAT-PREVISTO TO WRK-REL-CAT-PREV.
           COMPUTE WRK-CAT-QTDE-PREV ROUNDED =
              WRK-CAT-QTDE(WRK-IDX-CAT) * WRK-TOT-PREVISTO
              / WRK-MIX-TOTAL.
           MOVE WRK-CAT-QTDE-PREV TO WRK-REL-CAT-QPREV.
           WRITE REG-RELATORIO FROM WRK-REL-CAT-DETALHE.
      *----------------------------------------------------------------*
