      *OBJETIVO: COMISSAO MENSAL POR VENDEDOR A PARTIR DA RAZAO
      *DATA....: 22/08/26
      *
      ******************************************************************
      *    BASE DA COMISSAO NA VARIAVEL DE AMBIENTE COMISSAO_BASE:
      *    'V' (PADRAO) PAGA SOBRE A VENDA LIQUIDA DO MES NA RAZAO DE
      *    VENDAS; 'R' PAGA SO SOBRE O QUE O CLIENTE PAGOU - AS
      *    PARCELAS RECEBIDAS NO MES (CRPAGTOS.DAT, GRAVADO PELA BAIXA
      *    DO CONTASREC E PELO RETORNO DO BOLETO) - E ESTORNA A
      *    COMISSAO JA LIBERADA DE PEDIDO CANCELADO OU DEVOLVIDO
      *    (ESTVENDA.DAT) COM UMA LINHA NEGATIVA EM COMISSOES.DAT, QUE
      *    PASSA PELO COMAPROVA NO CICLO SEGUINTE COMO AS DEMAIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
           SELECT COMISSOES ASSIGN TO 'COMISSOES.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMISSOES-STATUS.

      *    ARQUIVOS DA BASE RECEBIMENTO.
           SELECT CRPAGTOS ASSIGN TO WRK-CRPAGTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CRPAGTOS-STATUS
              RECORD KEY PGT-CHAVE.

           SELECT PEDIDOS ASSIGN TO WRK-PEDIDOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDIDOS-STATUS
              RECORD KEY PEDIDOS-CHAVE
              ALTERNATE RECORD KEY PEDIDOS-FONE-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY PEDIDOS-DATA
                 WITH DUPLICATES.

           SELECT ESTVENDA ASSIGN TO 'ESTVENDA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTVENDA-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
          05 COMIS-MATRICULA  PIC 9(05).
          05 COMIS-VALOR      PIC S9(09)V99.
          05 COMIS-SITUACAO   PIC X(01).

       FD CRPAGTOS.
       COPY 'crpagtos-reg.cpy'.

       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.

       FD ESTVENDA.
       COPY 'estvenda-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
       COPY 'vendedores-cfg.cpy'.
       COPY 'crpagtos-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       77 VENDEDORES-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-VENDEDORES-ABERTO PIC X(01) VALUE 'N'.
       77 VENDAS-LOG-STATUS   PIC 9(02) VALUE ZEROS.
       77 COMISSOES-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-COMIS-JA-GERADA PIC X(01) VALUE 'N'.
       77 WRK-FIM-COMIS       PIC X(01) VALUE 'N'.
       77 WRK-QTD-COMIS-GRAV  PIC 9(03) VALUE ZEROS.

      *    PERCENTUAL DE COMISSAO PADRAO EM CENTESIMOS NA VARIAVEL DE
      *    AMBIENTE COMISSAO_PCT_CTM (EX.: 500 = 5,00%), NO MESMO
       77 WRK-PCT-ENV         PIC X(04) VALUE SPACES.
       77 WRK-PCT-CTM         PIC 9(04) VALUE 500.

      *    BASE DA COMISSAO: 'V' VENDA (PADRAO) OU 'R' RECEBIMENTO.
       77 WRK-BASE-COMISSAO   PIC X(01) VALUE 'V'.
       77 WRK-BASE-ENV        PIC X(01) VALUE SPACES.
       77 CRPAGTOS-STATUS     PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS      PIC 9(02) VALUE ZEROS.
       77 ESTVENDA-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-ARQS-REC-ABERTOS PIC X(01) VALUE 'N'.
       77 WRK-FIM-PGT         PIC X(01) VALUE 'N'.
       77 WRK-FIM-EST         PIC X(01) VALUE 'N'.
       77 WRK-VEND-BUSCA      PIC X(10) VALUE SPACES.
       77 WRK-VALOR-BASE      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BASE-CALC       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RECEBIDO-PED    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BASE-ESTORNO    PIC S9(09)V99 VALUE ZEROS.
      *    RECEBIMENTO DE PARCELA DE ACORDO (O ACORDO JUNTA TITULOS DE
      *    VARIOS PEDIDOS) OU DE PEDIDO QUE NAO ESTA MAIS NO CADASTRO
      *    NAO TEM VENDEDOR A QUEM ATRIBUIR: FICA FORA, COM AVISO.
      *    CREDITO DE DEVOLUCAO (FORMA 5) NAO E DINHEIRO NOVO E TAMBEM
      *    NAO GERA COMISSAO.
       77 WRK-QTD-REC-FORA    PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA.
          05 WRK-COMP-ANO     PIC 9(04).
          05 WRK-COMP-MES     PIC 9(02).
      *    PEDIDOS COM ESTORNO NA COMPETENCIA E O VALOR JA ESTORNADO
      *    DELES EM ESTORNOS ANTERIORES (DEVOLUCOES PARCIAIS).
       01 WRK-TABELA-ESTORNOS.
          05 WRK-EST OCCURS 200 TIMES.
             10 WRK-EST-PEDIDO    PIC 9(09).
             10 WRK-EST-ANTERIOR  PIC 9(09)V99.
       77 WRK-QTD-EST         PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-EST         PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-EST       PIC X(01) VALUE 'N'.
       77 WRK-QTD-EST-EXCED   PIC 9(06) VALUE ZEROS.

       01 WRK-TABELA-VENDEDORES.
          05 WRK-VEND OCCURS 50 TIMES.
             10 WRK-VEND-CODIGO   PIC X(10).
             10 WRK-VEND-LIQUIDO  PIC S9(11)V99.
             10 WRK-VEND-PCT      PIC 9(02)V99.
             10 WRK-VEND-COMISSAO PIC S9(09)V99.
      *       BASE RECEBIMENTO: VALOR RECEBIDO (SEM FRETE) E COMISSAO
      *       LIBERADA; VALOR E COMISSAO ESTORNADOS DE PEDIDOS
      *       CANCELADOS OU DEVOLVIDOS.
             10 WRK-VEND-BASE-REC  PIC 9(11)V99.
             10 WRK-VEND-LIBERADA  PIC S9(09)V99.
             10 WRK-VEND-BASE-EST  PIC 9(11)V99.
             10 WRK-VEND-ESTORNADA PIC S9(09)V99.
      *    TOTAIS POR FILIAL (LIQUIDO E COMISSAO CALCULADA COM A
      *    TAXA DO VENDEDOR DE CADA LANCAMENTO), PARA A ABERTURA POR
      *    LOJA ALEM DO CONSOLIDADO DO RANKING.
          05 WRK-AUX-LIQUIDO  PIC S9(11)V99.
          05 WRK-AUX-PCT      PIC 9(02)V99.
          05 WRK-AUX-COMISSAO PIC S9(09)V99.
          05 WRK-AUX-BASE-REC  PIC 9(11)V99.
          05 WRK-AUX-LIBERADA  PIC S9(09)V99.
          05 WRK-AUX-BASE-EST  PIC 9(11)V99.
          05 WRK-AUX-ESTORNADA PIC S9(09)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(32) VALUE
          05 WRK-REL-PCT      PIC Z9,99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-COMISSAO PIC ZZ.ZZZ.ZZ9,99-.

       01 WRK-REL-CABEC-REC.
          05 FILLER           PIC X(60) VALUE
             'COMISSAO NA BASE RECEBIMENTO'.

       01 WRK-REL-CABEC-REC2.
          05 FILLER           PIC X(12) VALUE 'VENDEDOR'.
          05 FILLER           PIC X(16) VALUE 'ACUMULADA'.
          05 FILLER           PIC X(16) VALUE 'RECEBIDO'.
          05 FILLER           PIC X(16) VALUE 'LIBERADA'.
          05 FILLER           PIC X(16) VALUE 'ESTORNADA'.
          05 FILLER           PIC X(16) VALUE 'LIQUIDA'.

       01 WRK-REL-DET-REC.
          05 WRK-REL-REC-VEND PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-REC-ACUM PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-REC-BASE PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-REC-LIB  PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-REC-EST  PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-REC-LIQ  PIC ZZ.ZZZ.ZZ9,99-.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           0000-PRINCIPAL.
              PERFORM 0100-INICIAR.
              PERFORM 0200-ACUMULAR-RAZAO.
              IF WRK-BASE-COMISSAO = 'R'
                 PERFORM 0250-ACUMULAR-RECEBIMENTOS
                 PERFORM 0270-ACUMULAR-ESTORNOS
              END-IF.
              PERFORM 0300-CALCULAR-COMISSOES.
              PERFORM 0400-ORDENAR-RANKING.
              PERFORM 0450-ACUMULAR-FILIAIS.
           DISPLAY 'INFORME O ANO (AAAA): '.
           ACCEPT WRK-ANO-INF FROM CONSOLE.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'COMISSAO_PCT_CTM' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-PCT-CTM
           END-IF.
           ACCEPT WRK-PCT-ENV FROM ENVIRONMENT 'COMISSAO_PCT_CTM'.
           IF WRK-PCT-ENV NOT = SPACES
              MOVE WRK-PCT-ENV TO WRK-PCT-CTM
           END-IF.
           COMPUTE WRK-PCT-PADRAO = WRK-PCT-CTM / 100.

           MOVE 'COMISSAO_BASE' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S' AND PRM-VALOR = 'R'
              MOVE 'R' TO WRK-BASE-COMISSAO
           END-IF.
           ACCEPT WRK-BASE-ENV FROM ENVIRONMENT 'COMISSAO_BASE'.
           IF WRK-BASE-ENV = 'R' OR WRK-BASE-ENV = 'r'
              MOVE 'R' TO WRK-BASE-COMISSAO
           END-IF.
           IF WRK-BASE-ENV = 'V' OR WRK-BASE-ENV = 'v'
              MOVE 'V' TO WRK-BASE-COMISSAO
           END-IF.
           MOVE WRK-ANO-INF TO WRK-COMP-ANO.
           MOVE WRK-MES-INF TO WRK-COMP-MES.

           ACCEPT WRK-VENDEDORES-PATH FROM ENVIRONMENT
              'VENDEDORES_DAT'.
           IF WRK-VENDEDORES-PATH = SPACES
                  '.DAT'       DELIMITED BY SIZE
              INTO WRK-VENDLOG-PATH.
           OPEN INPUT VENDAS-LOG.
      *    NA BASE RECEBIMENTO O MES PODE TER RECEBIMENTOS SEM VENDA
      *    NOVA: SEM O SEGMENTO, SO A COMISSAO ACUMULADA FICA ZERADA.
           IF VENDAS-LOG-STATUS NOT = '00'
              DISPLAY 'SEGMENTO ' WRK-VENDLOG-PATH
                 ' INDISPONIVEL. STATUS: ' VENDAS-LOG-STATUS
              IF WRK-BASE-COMISSAO NOT = 'R'
                 GOBACK
              END-IF
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ VENDAS-LOG
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF LOG-MES = WRK-MES-INF
                             AND LOG-DATA(1:4) = WRK-ANO-INF
                          PERFORM 0210-ACUMULAR-VENDEDOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENDAS-LOG
           END-IF.

           0200-ACUMULAR-RAZAO-FIM.
      *----------------------------------------------------------------*
           END-IF.

           0210-ACUMULAR-VENDEDOR-FIM.
      *----------------------------------------------------------------*
           0215-LOCALIZAR-VENDEDOR.
      *    POSICIONA WRK-IDX-VEND NO VENDEDOR DE WRK-VEND-BUSCA,
      *    INCLUINDO-O NA TABELA SE COUBER. WRK-ACHOU-VEND = 'N' NA
      *    VOLTA QUER DIZER TABELA CHEIA (CONTA COMO EXCEDENTE).
           MOVE 'N' TO WRK-ACHOU-VEND.
           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                 UNTIL WRK-IDX-VEND > WRK-QTD-VEND
                 OR WRK-ACHOU-VEND = 'S'
              IF WRK-VEND-CODIGO(WRK-IDX-VEND) = WRK-VEND-BUSCA
                 MOVE 'S' TO WRK-ACHOU-VEND
                 SUBTRACT 1 FROM WRK-IDX-VEND
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-VEND = 'N'
              IF WRK-QTD-VEND >= 50
                 ADD 1 TO WRK-QTD-EXCEDENTES
              ELSE
                 ADD 1 TO WRK-QTD-VEND
                 MOVE WRK-QTD-VEND TO WRK-IDX-VEND
                 INITIALIZE WRK-VEND(WRK-IDX-VEND)
                 MOVE WRK-VEND-BUSCA TO WRK-VEND-CODIGO(WRK-IDX-VEND)
                 MOVE 'S' TO WRK-ACHOU-VEND
              END-IF
           END-IF.

           0215-LOCALIZAR-VENDEDOR-FIM.
      *----------------------------------------------------------------*
           0250-ACUMULAR-RECEBIMENTOS.
      *    VARRE O HISTORICO DE RECEBIMENTOS E SOMA, POR VENDEDOR DO
      *    PEDIDO, O QUE FOI RECEBIDO NA COMPETENCIA.
           ACCEPT WRK-CRPAGTOS-PATH FROM ENVIRONMENT 'CRPAGTOS_DAT'.
           IF WRK-CRPAGTOS-PATH = SPACES
              MOVE WRK-CRPAGTOS-PATH-PADRAO TO WRK-CRPAGTOS-PATH
           END-IF.
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           OPEN INPUT CRPAGTOS.
           OPEN INPUT PEDIDOS.
           IF CRPAGTOS-STATUS NOT = '00' OR PEDIDOS-STATUS NOT = '00'
              DISPLAY 'CRPAGTOS.DAT/PEDIDOS.DAT INDISPONIVEL. STATUS: '
                 CRPAGTOS-STATUS ' ' PEDIDOS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'S' TO WRK-ARQS-REC-ABERTOS.

           MOVE 'N' TO WRK-FIM-PGT.
           MOVE ZEROS TO PGT-CHAVE.
           START CRPAGTOS KEY IS NOT LESS THAN PGT-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-PGT
           END-START.
           PERFORM UNTIL WRK-FIM-PGT = 'S'
              READ CRPAGTOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-PGT
                 NOT AT END
                    IF PGT-DATA(1:6) = WRK-COMPETENCIA
                       PERFORM 0255-ACUMULAR-UM-RECEBIMENTO
                    END-IF
              END-READ
           END-PERFORM.

           0250-ACUMULAR-RECEBIMENTOS-FIM.
      *----------------------------------------------------------------*
           0255-ACUMULAR-UM-RECEBIMENTO.
           IF PGT-FORMA NOT = 5
              IF PGT-NUMERO-PEDIDO >= 900000001
                 ADD 1 TO WRK-QTD-REC-FORA
              ELSE
                 MOVE PGT-NUMERO-PEDIDO TO PEDIDOS-NUMERO
                 READ PEDIDOS
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF PEDIDOS-STATUS NOT = '00'
                    ADD 1 TO WRK-QTD-REC-FORA
                 ELSE
                    MOVE PGT-VALOR TO WRK-VALOR-BASE
                    PERFORM 0260-TIRAR-FRETE
                    IF PEDIDOS-VENDEDOR = SPACES
                       MOVE 'PEDIDOS' TO WRK-VEND-BUSCA
                    ELSE
                       MOVE PEDIDOS-VENDEDOR TO WRK-VEND-BUSCA
                    END-IF
                    PERFORM 0215-LOCALIZAR-VENDEDOR
                    IF WRK-ACHOU-VEND = 'S'
                       ADD WRK-BASE-CALC TO
                          WRK-VEND-BASE-REC(WRK-IDX-VEND)
                    END-IF
                 END-IF
              END-IF
           END-IF.

           0255-ACUMULAR-UM-RECEBIMENTO-FIM.
      *----------------------------------------------------------------*
           0260-TIRAR-FRETE.
      *    O TITULO COBRA VENDA MAIS FRETE; A COMISSAO E SO SOBRE A
      *    VENDA, ENTAO O RECEBIDO (WRK-VALOR-BASE) E PROPORCIONALIZADO
      *    PELO PESO DA VENDA NO TOTAL DO PEDIDO LIDO.
           IF PEDIDOS-VALOR + PEDIDOS-FRETE = ZEROS
              MOVE ZEROS TO WRK-BASE-CALC
           ELSE
              COMPUTE WRK-BASE-CALC ROUNDED =
                 WRK-VALOR-BASE * PEDIDOS-VALOR
                 / (PEDIDOS-VALOR + PEDIDOS-FRETE)
           END-IF.

           0260-TIRAR-FRETE-FIM.
      *----------------------------------------------------------------*
           0270-ACUMULAR-ESTORNOS.
      *    PRIMEIRA PASSADA: PEDIDOS CANCELADOS OU DEVOLVIDOS NA
      *    COMPETENCIA. SEGUNDA: ESTORNOS ANTERIORES DESSES PEDIDOS
      *    (A RAZAO E GRAVADA EM ORDEM DE DATA) E O ESTORNO DE CADA
      *    UM DO MES, LIMITADO AO QUE AINDA TINHA COMISSAO LIBERADA.
           MOVE 'N' TO WRK-FIM-EST.
           OPEN INPUT ESTVENDA.
           IF ESTVENDA-STATUS NOT = '00'
              DISPLAY 'ESTVENDA.DAT INDISPONIVEL: SEM ESTORNOS NO MES.'
           ELSE
              PERFORM UNTIL WRK-FIM-EST = 'S'
                 READ ESTVENDA
                    AT END
                       MOVE 'S' TO WRK-FIM-EST
                    NOT AT END
                       IF ESV-DATA(1:6) = WRK-COMPETENCIA
                          PERFORM 0275-MARCAR-PEDIDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESTVENDA

              MOVE 'N' TO WRK-FIM-EST
              OPEN INPUT ESTVENDA
              PERFORM UNTIL WRK-FIM-EST = 'S'
                 READ ESTVENDA
                    AT END
                       MOVE 'S' TO WRK-FIM-EST
                    NOT AT END
                       IF ESV-DATA(1:6) NOT > WRK-COMPETENCIA
                          PERFORM 0280-ESTORNAR-UM-PEDIDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESTVENDA
           END-IF.

           0270-ACUMULAR-ESTORNOS-FIM.
      *----------------------------------------------------------------*
           0275-MARCAR-PEDIDO.
           PERFORM 0277-PROCURAR-PEDIDO.
           IF WRK-ACHOU-EST = 'N'
              IF WRK-QTD-EST >= 200
                 ADD 1 TO WRK-QTD-EST-EXCED
              ELSE
                 ADD 1 TO WRK-QTD-EST
                 MOVE ESV-PEDIDO TO WRK-EST-PEDIDO(WRK-QTD-EST)
                 MOVE ZEROS      TO WRK-EST-ANTERIOR(WRK-QTD-EST)
              END-IF
           END-IF.

           0275-MARCAR-PEDIDO-FIM.
      *----------------------------------------------------------------*
           0277-PROCURAR-PEDIDO.
           MOVE 'N' TO WRK-ACHOU-EST.
           PERFORM VARYING WRK-IDX-EST FROM 1 BY 1
                 UNTIL WRK-IDX-EST > WRK-QTD-EST
                 OR WRK-ACHOU-EST = 'S'
              IF WRK-EST-PEDIDO(WRK-IDX-EST) = ESV-PEDIDO
                 MOVE 'S' TO WRK-ACHOU-EST
                 SUBTRACT 1 FROM WRK-IDX-EST
              END-IF
           END-PERFORM.

           0277-PROCURAR-PEDIDO-FIM.
      *----------------------------------------------------------------*
           0280-ESTORNAR-UM-PEDIDO.
      *    ESTORNO ANTERIOR A COMPETENCIA SO ACUMULA; O DO MES ESTORNA
      *    A COMISSAO SOBRE O MENOR ENTRE O VALOR ESTORNADO E O QUE
      *    FOI RECEBIDO DO PEDIDO ATE O FIM DO MES MENOS O QUE JA FOI
      *    ESTORNADO ANTES (PEDIDO NAO PAGO NAO TEVE COMISSAO).
           PERFORM 0277-PROCURAR-PEDIDO.
           IF WRK-ACHOU-EST = 'S'
              IF ESV-DATA(1:6) = WRK-COMPETENCIA
                 PERFORM 0285-RECEBIDO-DO-PEDIDO
                 COMPUTE WRK-BASE-ESTORNO =
                    WRK-BASE-CALC - WRK-EST-ANTERIOR(WRK-IDX-EST)
                 IF WRK-BASE-ESTORNO > ESV-VALOR
                    MOVE ESV-VALOR TO WRK-BASE-ESTORNO
                 END-IF
                 IF WRK-BASE-ESTORNO > ZEROS
                    IF ESV-VENDEDOR = SPACES
                       MOVE 'PEDIDOS' TO WRK-VEND-BUSCA
                    ELSE
                       MOVE ESV-VENDEDOR TO WRK-VEND-BUSCA
                    END-IF
                    PERFORM 0215-LOCALIZAR-VENDEDOR
                    IF WRK-ACHOU-VEND = 'S'
                       ADD WRK-BASE-ESTORNO TO
                          WRK-VEND-BASE-EST(WRK-IDX-VEND)
                    END-IF
                 END-IF
              END-IF
              ADD ESV-VALOR TO WRK-EST-ANTERIOR(WRK-IDX-EST)
           END-IF.

           0280-ESTORNAR-UM-PEDIDO-FIM.
      *----------------------------------------------------------------*
           0285-RECEBIDO-DO-PEDIDO.
      *    TOTAL RECEBIDO DO PEDIDO ATE O FIM DA COMPETENCIA (TODAS AS
      *    PARCELAS, SEM CREDITO DE DEVOLUCAO), JA SEM O FRETE, EM
      *    WRK-BASE-CALC.
           MOVE ZEROS TO WRK-RECEBIDO-PED WRK-BASE-CALC.
           MOVE ESV-PEDIDO TO PEDIDOS-NUMERO.
           READ PEDIDOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PEDIDOS-STATUS = '00'
              MOVE 'N' TO WRK-FIM-PGT
              MOVE ESV-PEDIDO TO PGT-NUMERO-PEDIDO
              MOVE ZEROS      TO PGT-PARCELA PGT-SEQUENCIA
              START CRPAGTOS KEY IS NOT LESS THAN PGT-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-PGT
              END-START
              PERFORM UNTIL WRK-FIM-PGT = 'S'
                 READ CRPAGTOS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-PGT
                    NOT AT END
                       IF PGT-NUMERO-PEDIDO NOT = ESV-PEDIDO
                          MOVE 'S' TO WRK-FIM-PGT
                       ELSE
                          IF PGT-DATA(1:6) NOT > WRK-COMPETENCIA
                                AND PGT-FORMA NOT = 5
                             ADD PGT-VALOR TO WRK-RECEBIDO-PED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WRK-RECEBIDO-PED TO WRK-VALOR-BASE
              PERFORM 0260-TIRAR-FRETE
           END-IF.

           0285-RECEBIDO-DO-PEDIDO-FIM.
      *----------------------------------------------------------------*
           0300-CALCULAR-COMISSOES.
           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
              COMPUTE WRK-VEND-COMISSAO(WRK-IDX-VEND) ROUNDED =
                 WRK-VEND-LIQUIDO(WRK-IDX-VEND)
                 * WRK-VEND-PCT(WRK-IDX-VEND) / 100
              COMPUTE WRK-VEND-LIBERADA(WRK-IDX-VEND) ROUNDED =
                 WRK-VEND-BASE-REC(WRK-IDX-VEND)
                 * WRK-VEND-PCT(WRK-IDX-VEND) / 100
              COMPUTE WRK-VEND-ESTORNADA(WRK-IDX-VEND) ROUNDED =
                 WRK-VEND-BASE-EST(WRK-IDX-VEND)
                 * WRK-VEND-PCT(WRK-IDX-VEND) / 100
           END-PERFORM.
           IF WRK-ARQS-REC-ABERTOS = 'S'
              CLOSE CRPAGTOS
              CLOSE PEDIDOS
           END-IF.

           0300-CALCULAR-COMISSOES-FIM.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-LIQUIDO  TO WRK-REL-CON-LIQ.
           MOVE WRK-TOT-COMISSAO TO WRK-REL-CON-COM.
           WRITE REG-RELATORIO FROM WRK-REL-CONSOLIDADO.
           IF WRK-BASE-COMISSAO = 'R'
              PERFORM 0550-IMPRIMIR-RECEBIMENTO
           END-IF.
           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-EXCEDENTES ' LANCAMENTOS FORA DA TABELA'
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'COMISSAO'        TO SPL-PROGRAMA.
           MOVE 'COMISSAO.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'RELATORIO GRAVADO EM COMISSAO.REL'.

           0500-IMPRIMIR-FIM.
      *----------------------------------------------------------------*
           0550-IMPRIMIR-RECEBIMENTO.
      *    ACUMULADA = COMISSAO SOBRE A VENDA LIQUIDA DO MES (O QUE
      *    AINDA VAI SER LIBERADO A MEDIDA QUE O CLIENTE PAGAR);
      *    LIBERADA = SOBRE O RECEBIDO NO MES; ESTORNADA = DE PEDIDOS
      *    CANCELADOS OU DEVOLVIDOS QUE JA TINHAM COMISSAO LIBERADA;
      *    LIQUIDA = LIBERADA MENOS ESTORNADA, O QUE VAI A PAGAMENTO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC-REC.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC-REC2.
           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                 UNTIL WRK-IDX-VEND > WRK-QTD-VEND
              MOVE WRK-VEND-CODIGO(WRK-IDX-VEND)  TO WRK-REL-REC-VEND
              MOVE WRK-VEND-COMISSAO(WRK-IDX-VEND) TO WRK-REL-REC-ACUM
              MOVE WRK-VEND-BASE-REC(WRK-IDX-VEND) TO WRK-REL-REC-BASE
              MOVE WRK-VEND-LIBERADA(WRK-IDX-VEND) TO WRK-REL-REC-LIB
              MOVE WRK-VEND-ESTORNADA(WRK-IDX-VEND) TO WRK-REL-REC-EST
              COMPUTE WRK-REL-REC-LIQ =
                 WRK-VEND-LIBERADA(WRK-IDX-VEND)
                 - WRK-VEND-ESTORNADA(WRK-IDX-VEND)
              WRITE REG-RELATORIO FROM WRK-REL-DET-REC
              DISPLAY WRK-VEND-CODIGO(WRK-IDX-VEND) ' LIBERADA: '
                 WRK-VEND-LIBERADA(WRK-IDX-VEND) ' ESTORNADA: '
                 WRK-VEND-ESTORNADA(WRK-IDX-VEND)
           END-PERFORM.
           IF WRK-QTD-REC-FORA > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'RECEBIMENTOS SEM VENDEDOR (ACORDO OU PEDIDO '
                 DELIMITED BY SIZE
                 'INEXISTENTE): ' DELIMITED BY SIZE
                 WRK-QTD-REC-FORA DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           IF WRK-QTD-EST-EXCED > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-EST-EXCED DELIMITED BY SIZE
                 ' ESTORNOS ALEM DE 200 PEDIDOS FICARAM FORA'
                 DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
              DISPLAY 'COMISSAO: CONFERENCIA PARCIAL - '
                 WRK-QTD-EST-EXCED ' ESTORNOS FORA DA TABELA'
           END-IF.

           0550-IMPRIMIR-RECEBIMENTO-FIM.
      *----------------------------------------------------------------*
           0600-GRAVAR-COMISSOES.
      *    GRAVA AS COMISSOES DO MES COMO PENDENTES DE APROVACAO, UMA
      *    LINHA POR VENDEDOR, COM A MATRICULA DO CADASTRO DE
      *    VENDEDORES. RERODADA DO MES NAO DUPLICA: SE A COMPETENCIA
      *    JA ESTA NO ARQUIVO, NADA E GRAVADO. NA BASE RECEBIMENTO
      *    SAI A LINHA DA COMISSAO LIBERADA E, SEPARADA, A LINHA
      *    NEGATIVA DO ESTORNO, CADA UMA SO QUANDO TEM VALOR.
           MOVE 'N' TO WRK-COMIS-JA-GERADA WRK-FIM-COMIS.
           OPEN INPUT COMISSOES.
           IF COMISSOES-STATUS = '00'
                       MOVE VEND-MATRICULA TO COMIS-MATRICULA
                    END-IF
                 END-IF
                 MOVE 'P' TO COMIS-SITUACAO
                 IF WRK-BASE-COMISSAO = 'R'
                    PERFORM 0610-GRAVAR-LINHAS-RECEBIMENTO
                 ELSE
                    MOVE WRK-VEND-COMISSAO(WRK-IDX-VEND) TO COMIS-VALOR
                    WRITE COMIS-REG
                    ADD 1 TO WRK-QTD-COMIS-GRAV
                 END-IF
              END-PERFORM
              CLOSE COMISSOES
              DISPLAY 'COMISSOES PENDENTES GRAVADAS: '

           0600-GRAVAR-COMISSOES-FIM.
      *----------------------------------------------------------------*
           0610-GRAVAR-LINHAS-RECEBIMENTO.
           IF WRK-VEND-LIBERADA(WRK-IDX-VEND) NOT = ZEROS
              MOVE WRK-VEND-LIBERADA(WRK-IDX-VEND) TO COMIS-VALOR
              WRITE COMIS-REG
              ADD 1 TO WRK-QTD-COMIS-GRAV
           END-IF.
           IF WRK-VEND-ESTORNADA(WRK-IDX-VEND) NOT = ZEROS
              COMPUTE COMIS-VALOR =
                 WRK-VEND-ESTORNADA(WRK-IDX-VEND) * -1
              WRITE COMIS-REG
              ADD 1 TO WRK-QTD-COMIS-GRAV
           END-IF.

           0610-GRAVAR-LINHAS-RECEBIMENTO-FIM.
      *----------------------------------------------------------------*
