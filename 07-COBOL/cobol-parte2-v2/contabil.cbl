      *    TRANSFORMA O MES EM LANCAMENTOS DE PARTIDA DOBRADA PARA O
      *    CONTADOR EXTERNO PARAR DE REDIGITAR RELATORIO: VENDAS E
      *    ESTORNOS DA RAZAO DE VENDAS, COMPRAS DA RAZAO DE COMPRAS,
      *    RECEBIMENTOS DO CONTAS A RECEBER (CADA UM NO MES EM QUE O
      *    DINHEIRO ENTROU, PELO HISTORICO CRPAGTOS.DAT, INCLUSIVE OS
      *    PARCIAIS DE TITULO AINDA ABERTO OU DEPOIS RENEGOCIADO),
      *    A FOLHA DE PAGAMENTO DA COMPETENCIA E AS PARCELAS DO 13o
      *    PAGAS NELA. AS CONTAS
      *    DE DEBITO E CREDITO DE CADA ORIGEM VEM DO MAPEAMENTO
      *    PLANOCONTAS.DAT (ORIGEM, CONTA DEBITO, CONTA CREDITO),
      *    EDITAVEL SEM RECOMPILAR; A SAIDA E
      *    CONTABIL.CSV COM PONTO-E-VIRGULA, NO ESTILO DO EXPORTCSV.
      *    AS MESMAS PARTIDAS VAO PARA O SEGMENTO CONTABAAAAMM.DAT
      *    DA COMPETENCIA (VER lancctb-reg.cpy), QUE O ORCREAL LE
      *    PARA O REALIZADO POR CONTA.
      *    ORIGENS ESPERADAS NO MAPEAMENTO: VENDA, ESTORNO, COMPRA,
      *    DEVCOMPRA (DEVOLUCAO AO FORNECEDOR, CONTAS INVERTIDAS DA
      *    COMPRA), RECEBTO, FOLHA E FOLHA13.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMPRAS-STATUS.

           SELECT CRPAGTOS ASSIGN TO WRK-CRPAGTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CRPAGTOS-STATUS
              RECORD KEY PGT-CHAVE.

      *    FOLHAPAG.DAT E, EM SEGUIDA, FOLHA13.DAT DO DECIMO.
           SELECT FOLHA-PAG ASSIGN TO WRK-FOLHA-ARQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHA-PAG-STATUS.

           SELECT SAIDA-CSV ASSIGN TO 'CONTABIL.CSV'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SAIDA-CSV-STATUS.

           SELECT LANCAMENTOS ASSIGN TO WRK-CONTAB-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LANCAMENTOS-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
          05 CMP-QUANTIDADE       PIC 9(05)V99.
          05 CMP-CUSTO-UNITARIO   PIC 9(07)V99.
          05 CMP-CUSTO-TOTAL      PIC 9(09)V99.
          05 CMP-ORDEM            PIC 9(09).
          05 CMP-TIPO             PIC X(01).
      *-------------
       FD CRPAGTOS.
       COPY 'crpagtos-reg.cpy'.
      *-------------
      *    FOLHA DE PAGAMENTO, DESENHO GRAVADO PELA FOLHA E PELO
      *    DECIMO.
       FD FOLHA-PAG.
       01 PAG-REG.
          05 PAG-COMPETENCIA    PIC 9(06).
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
       FD SAIDA-CSV.
       01 REG-CSV                 PIC X(250).
      *-------------
       FD LANCAMENTOS.
       COPY 'lancctb-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'crpagtos-cfg.cpy'.
       77 PLANOCONTAS-STATUS   PIC   9(02).
       77 VENDAS-LOG-STATUS    PIC   9(02).
       77 WRK-VENDLOG-PATH     PIC   X(30).
       77 COMPRAS-STATUS       PIC   9(02).
       77 CRPAGTOS-STATUS      PIC   9(02).
       77 FOLHA-PAG-STATUS     PIC   9(02).
       77 WRK-FOLHA-ARQ        PIC   X(12).
       77 SAIDA-CSV-STATUS     PIC   9(02).
       77 LANCAMENTOS-STATUS   PIC   9(02).
       77 WRK-CONTAB-PATH      PIC   X(30).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-MES-INF          PIC   9(02).
       77 WRK-ANO-INF          PIC   9(04).
           PERFORM 0200-EXPORTAR-VENDAS.
           PERFORM 0300-EXPORTAR-COMPRAS.
           PERFORM 0400-EXPORTAR-BAIXAS.
           MOVE 'FOLHAPAG.DAT' TO WRK-FOLHA-ARQ.
           MOVE 'FOLHA'        TO WRK-ORIGEM.
           PERFORM 0500-EXPORTAR-FOLHA.
           MOVE 'FOLHA13.DAT'  TO WRK-FOLHA-ARQ.
           MOVE 'FOLHA13'      TO WRK-ORIGEM.
           PERFORM 0500-EXPORTAR-FOLHA.
           PERFORM 0600-FINALIZAR.
           GOBACK.
           MOVE 'DATA;CONTA DEBITO;CONTA CREDITO;VALOR;HISTORICO'
              TO REG-CSV.
           WRITE REG-CSV.

      *    O SEGMENTO DO MES E REGRAVADO INTEIRO A CADA EXPORTACAO,
      *    COMO O CSV: REEXPORTAR O MES NAO DUPLICA O REALIZADO.
           MOVE SPACES TO WRK-CONTAB-PATH.
           STRING 'CONTAB'        DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  '.DAT'          DELIMITED BY SIZE
              INTO WRK-CONTAB-PATH.
           OPEN OUTPUT LANCAMENTOS.
           IF LANCAMENTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR ' WRK-CONTAB-PATH
                 '. STATUS: ' LANCAMENTOS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
       0900-BUSCAR-CONTAS SECTION.
      *----------------------------------------------------------------*
                  WRK-HISTORICO   DELIMITED BY SIZE
              INTO REG-CSV.
           WRITE REG-CSV.

           MOVE WRK-DATA-LANC   TO LCT-DATA.
           MOVE WRK-ORIGEM      TO LCT-ORIGEM.
           MOVE WRK-CTA-DEBITO  TO LCT-CTA-DEBITO.
           MOVE WRK-CTA-CREDITO TO LCT-CTA-CREDITO.
           MOVE WRK-VALOR-ABS   TO LCT-VALOR.
           MOVE WRK-HISTORICO   TO LCT-HISTORICO.
           WRITE LCT-REG.
           ADD 1 TO WRK-QTD-LANCAMENTOS.
      *----------------------------------------------------------------*
       0200-EXPORTAR-VENDAS SECTION.
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF CMP-DATA(1:6) = WRK-COMPETENCIA
                          IF CMP-TIPO = 'R'
                             MOVE 'DEVCOMPRA' TO WRK-ORIGEM
                          ELSE
                             MOVE 'COMPRA' TO WRK-ORIGEM
                          END-IF
                          PERFORM 0900-BUSCAR-CONTAS
                          IF WRK-ACHOU-CONTA = 'S'
                             MOVE CMP-CUSTO-TOTAL TO WRK-VALOR-ABS
                             MOVE CMP-DATA        TO WRK-DATA-LANC
                             MOVE SPACES TO WRK-HISTORICO
      *                      PARCELA DE FRETE/SEGURO/DESCARGA RATEADA
      *                      NA ENTRADA LEVA HISTORICO PROPRIO.
                             EVALUATE CMP-TIPO
                                WHEN 'D'
                                   STRING 'DESP ENTR FORN '
                                      DELIMITED BY SIZE
                                      CMP-FORNECEDOR DELIMITED BY SIZE
                                      INTO WRK-HISTORICO
                                WHEN 'R'
                                   STRING 'DEVOL FORN '
                                      DELIMITED BY SIZE
                                      CMP-FORNECEDOR DELIMITED BY SIZE
                                      INTO WRK-HISTORICO
                                WHEN OTHER
                                   STRING 'COMPRA FORN '
                                      DELIMITED BY SIZE
                                      CMP-FORNECEDOR DELIMITED BY SIZE
                                      INTO WRK-HISTORICO
                             END-EVALUATE
                             PERFORM 0910-GRAVAR-LANCAMENTO
                          END-IF
                       END-IF
      *----------------------------------------------------------------*
       0400-EXPORTAR-BAIXAS SECTION.
      *----------------------------------------------------------------*
      *    UM LANCAMENTO POR RECEBIMENTO DO MES, PELO VALOR RECEBIDO:
      *    O TITULO PODE ESTAR LIQUIDADO, AINDA ABERTO OU RENEGOCIADO.
           ACCEPT WRK-CRPAGTOS-PATH FROM ENVIRONMENT 'CRPAGTOS_DAT'.
           IF WRK-CRPAGTOS-PATH = SPACES
              MOVE WRK-CRPAGTOS-PATH-PADRAO TO WRK-CRPAGTOS-PATH
           END-IF.
           OPEN INPUT CRPAGTOS.
           IF CRPAGTOS-STATUS NOT = 00
              DISPLAY 'CRPAGTOS.DAT INDISPONIVEL. STATUS: '
                 CRPAGTOS-STATUS
           ELSE
              MOVE ZEROS TO PGT-NUMERO-PEDIDO PGT-PARCELA
                            PGT-SEQUENCIA
              START CRPAGTOS KEY IS NOT LESS THAN PGT-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              IF CRPAGTOS-STATUS = 00
                 PERFORM UNTIL CRPAGTOS-STATUS NOT = 00
                    READ CRPAGTOS NEXT RECORD
                       AT END
                          CONTINUE
                    END-READ
                    IF CRPAGTOS-STATUS = 00
                          AND PGT-DATA(1:6) = WRK-COMPETENCIA
                       MOVE 'RECEBTO' TO WRK-ORIGEM
                       PERFORM 0900-BUSCAR-CONTAS
                       IF WRK-ACHOU-CONTA = 'S'
                          MOVE PGT-VALOR TO WRK-VALOR-ABS
                          MOVE PGT-DATA  TO WRK-DATA-LANC
                          MOVE SPACES TO WRK-HISTORICO
                          STRING 'RECEBTO PED ' DELIMITED BY SIZE
                             PGT-NUMERO-PEDIDO DELIMITED BY SIZE
                             ' P'              DELIMITED BY SIZE
                             PGT-PARCELA       DELIMITED BY SIZE
                             ' '               DELIMITED BY SIZE
                             PGT-SEQUENCIA     DELIMITED BY SIZE
                             INTO WRK-HISTORICO
                          PERFORM 0910-GRAVAR-LANCAMENTO
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE CRPAGTOS
           END-IF.
      *----------------------------------------------------------------*
       0500-EXPORTAR-FOLHA SECTION.
      *----------------------------------------------------------------*
      *    WRK-FOLHA-ARQ E WRK-ORIGEM VEM DO PRINCIPAL. SEM 13o PAGO
      *    AINDA O FOLHA13.DAT NAO EXISTE, E NAO HA O QUE LANCAR.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FOLHA-PAG.
           EVALUATE TRUE
              WHEN FOLHA-PAG-STATUS = 35 AND WRK-ORIGEM = 'FOLHA13'
                 CONTINUE
              WHEN FOLHA-PAG-STATUS NOT = 00
                 DISPLAY WRK-FOLHA-ARQ ' INDISPONIVEL. STATUS: '
                    FOLHA-PAG-STATUS
              WHEN OTHER
                 PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                    READ FOLHA-PAG
                       AT END
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                          IF PAG-COMPETENCIA = WRK-COMPETENCIA
                             PERFORM 0900-BUSCAR-CONTAS
                             IF WRK-ACHOU-CONTA = 'S'
      *                         O ADIANTAMENTO, O CONSIGNADO E A
      *                         COTA DOS VALES JA DESCONTADOS TAMBEM
      *                         SAO SALARIO DA COMPETENCIA. NO 13o O
      *                         ADIANTAMENTO E A 1a PARCELA, JA
      *                         LANCADA NO MES EM QUE FOI PAGA.
                                COMPUTE WRK-VALOR-ABS =
                                   PAG-SALARIO-LIQ + PAG-ADIANTAMENTO
                                   + PAG-CONSIGNADO + PAG-DESC-VT
                                   + PAG-DESC-VR
                                IF WRK-ORIGEM = 'FOLHA13'
                                   SUBTRACT PAG-ADIANTAMENTO
                                      FROM WRK-VALOR-ABS
                                END-IF
                                COMPUTE WRK-DATA-LANC =
                                   WRK-COMPETENCIA * 100 + 1
                                MOVE SPACES TO WRK-HISTORICO
                                STRING WRK-ORIGEM DELIMITED BY SPACE
                                   ' MATR ' DELIMITED BY SIZE
                                   PAG-MATRICULA DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   PAG-NOME DELIMITED BY SIZE
                                   INTO WRK-HISTORICO
                                PERFORM 0910-GRAVAR-LANCAMENTO
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FOLHA-PAG
           END-EVALUATE.
      *----------------------------------------------------------------*
       0600-FINALIZAR SECTION.
      *-----------------------
           CLOSE SAIDA-CSV.
           CLOSE LANCAMENTOS.
           DISPLAY 'CONTABIL.CSV GRAVADO. LANCAMENTOS: '
              WRK-QTD-LANCAMENTOS.
           IF WRK-SEM-MAPA > ZEROS
