              FILE STATUS IS PRECOHIST-STATUS
              RECORD KEY HIST-CHAVE.

           SELECT PROMOCOES ASSIGN TO WRK-PROMOCOES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PROMOCOES-STATUS
              RECORD KEY PROM-CHAVE.

           SELECT KITS ASSIGN TO WRK-KITS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
      *-------------
       FD PRECOHIST.
       COPY 'precohist-reg.cpy'.
      *-------------
       FD PROMOCOES.
       COPY 'promocoes-reg.cpy'.
      *-------------
       FD KITS.
       COPY 'kits-reg.cpy'.
       COPY 'clientes-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'precohist-cfg.cpy'.
       COPY 'promocoes-cfg.cpy'.
       COPY 'kits-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       77 WRK-E-KIT            PIC   X(01).
       77 WRK-LINHA-KIT        PIC   X(01).
       77 WRK-PRECO-VIGENTE    PIC   9(07)V99.
      *    PROMOCAO VIGENTE NA DATA DO ORCAMENTO, MESMA ESCOLHA DO
      *    4017-PRECO-PROMOCAO DO PEDIDOS.
       77 PROMOCOES-STATUS     PIC   9(02).
       77 WRK-PROMOCOES-ABERTO PIC   X(01) VALUE 'N'.
       77 WRK-FIM-PROMOCAO     PIC   X(01).
       77 WRK-PROM-ESCOLHIDA   PIC   9(06).
       77 WRK-PRECO-PROMOCAO   PIC   9(07)V99.
       77 WRK-PRECO-FAIXA      PIC   9(07)V99.
       77 WRK-QTD-MIN-FAIXA    PIC   9(05)V99.
       77 WRK-ACHOU-FAIXA      PIC   X(01).
       77 WRK-IDX-FAIXA        PIC   9(01).
       77 WRK-FIM-HIST         PIC   X(01).
       77 WRK-ITEM-OK          PIC   X(01).
       77 WRK-MSG-ITEM         PIC   X(40).
             10 WRK-ITEM-QUANTIDADE   PIC 9(05)V99.
             10 WRK-ITEM-VALOR-UNIT   PIC 9(07)V99.
             10 WRK-ITEM-VALOR        PIC 9(07)V99.
             10 WRK-ITEM-PROMOCAO     PIC 9(06).
             10 WRK-ITEM-DESC-PROMO   PIC 9(07)V99.

       01 WRK-ITEM-DETALHE.
          05 WRK-DET-LINHA    PIC 9(03).

       01 WRK-ITENS-TELA.
          05 WRK-ITEM-TELA    PIC X(65) OCCURS 10 TIMES.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *------------------------
       SCREEN SECTION.
      *------------------------
              MOVE 'S' TO WRK-HIST-ABERTO
           END-IF.

           ACCEPT WRK-PROMOCOES-PATH FROM ENVIRONMENT 'PROMOCOES_DAT'.
           IF WRK-PROMOCOES-PATH = SPACES
              MOVE WRK-PROMOCOES-PATH-PADRAO TO WRK-PROMOCOES-PATH
           END-IF.
           OPEN INPUT PROMOCOES.
           IF PROMOCOES-STATUS = 00
              MOVE 'S' TO WRK-PROMOCOES-ABERTO
           END-IF.

           ACCEPT WRK-KITS-PATH FROM ENVIRONMENT 'KITS_DAT'.
           IF WRK-KITS-PATH = SPACES
              MOVE WRK-KITS-PATH-PADRAO TO WRK-KITS-PATH
              MOVE WRK-FILIAL-ENV TO WRK-FILIAL
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'ORCAMENTO_VALIDADE_DIAS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-VALIDADE-DIAS
           END-IF.
           ACCEPT WRK-VALIDADE-ENV FROM ENVIRONMENT
              'ORCAMENTO_VALIDADE_DIAS'.
           IF WRK-VALIDADE-ENV NOT = SPACES
              CLOSE UF-FRETE
           END-IF.

           MOVE 'FRETE_GRATIS_CENTAVOS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-FRETE-GRATIS-CTVS
           END-IF.
           ACCEPT WRK-FRETE-GRATIS-ENV FROM ENVIRONMENT
              'FRETE_GRATIS_CENTAVOS'.
           IF WRK-FRETE-GRATIS-ENV NOT = SPACES
                 OR WRK-QTD-ITENS >= 10
              MOVE ZEROS  TO ORCI-CODIGO-PRODUTO ORCI-QUANTIDADE
                             ORCI-VALOR-UNITARIO ORCI-VALOR
                             ORCI-PROMOCAO ORCI-DESC-PROMOCAO
              MOVE SPACES TO ORCI-DESCRICAO
              ACCEPT TELA-INCLUSAO-ITEM
              PERFORM 4010-LOCALIZAR-PRODUTO
                 MOVE ORCI-VALOR-UNITARIO TO
                    WRK-ITEM-VALOR-UNIT(WRK-QTD-ITENS)
                 MOVE ORCI-VALOR TO WRK-ITEM-VALOR(WRK-QTD-ITENS)
                 MOVE ORCI-PROMOCAO TO
                    WRK-ITEM-PROMOCAO(WRK-QTD-ITENS)
                 MOVE ORCI-DESC-PROMOCAO TO
                    WRK-ITEM-DESC-PROMO(WRK-QTD-ITENS)
                 ADD ORCI-VALOR TO WRK-VALOR-TOTAL
                 DISPLAY TELA-INCLUSAO-ITEM-ECO
              ELSE
              WHEN OTHER
                 MOVE PRODUTOS-DESCRICAO TO ORCI-DESCRICAO
                 PERFORM 4015-PRECO-VIGENTE
                 PERFORM 4017-PRECO-PROMOCAO
                 MOVE WRK-PRECO-VIGENTE TO ORCI-VALOR-UNITARIO
                 COMPUTE ORCI-VALOR =
                    WRK-PRECO-VIGENTE * ORCI-QUANTIDADE
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       4017-PRECO-PROMOCAO SECTION.
      *----------------------------------------------------------------*
      *    MESMA REGRA DO 4017-PRECO-PROMOCAO DO PEDIDOS: ENTRE AS
      *    PROMOCOES VIGENTES HOJE NA FILIAL, DO PRODUTO OU DA
      *    CATEGORIA, VALE A FAIXA ATINGIDA PELA QUANTIDADE E O
      *    MENOR PRECO, SE BAIXAR O PRECO VIGENTE.
           MOVE ZEROS TO ORCI-PROMOCAO ORCI-DESC-PROMOCAO.
           IF WRK-PROMOCOES-ABERTO = 'S'
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              MOVE WRK-PRECO-VIGENTE TO WRK-PRECO-PROMOCAO
              MOVE ZEROS TO WRK-PROM-ESCOLHIDA PROM-CODIGO
              MOVE 'N' TO WRK-FIM-PROMOCAO
              START PROMOCOES KEY IS NOT LESS THAN PROM-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-PROMOCAO
              END-START
              PERFORM UNTIL WRK-FIM-PROMOCAO = 'S'
                 READ PROMOCOES NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-PROMOCAO
                 END-READ
                 IF WRK-FIM-PROMOCAO NOT = 'S'
                    IF PROM-DT-INICIO NOT > WRK-DATA-ATUAL
                          AND PROM-DT-FIM NOT < WRK-DATA-ATUAL
                          AND (PROM-FILIAL = ZEROS
                               OR PROM-FILIAL = WRK-FILIAL)
                          AND ((PROM-ALVO = 'P' AND PROM-PRODUTO
                                = ORCI-CODIGO-PRODUTO)
                            OR (PROM-ALVO = 'C' AND PROM-CATEGORIA
                                = PRODUTOS-CATEGORIA))
                       PERFORM 4018-FAIXA-PROMOCAO
                    END-IF
                 END-IF
              END-PERFORM
              IF WRK-PROM-ESCOLHIDA NOT = ZEROS
                 COMPUTE ORCI-DESC-PROMOCAO =
                    (WRK-PRECO-VIGENTE - WRK-PRECO-PROMOCAO)
                    * ORCI-QUANTIDADE
                 MOVE WRK-PRECO-PROMOCAO TO WRK-PRECO-VIGENTE
                 MOVE WRK-PROM-ESCOLHIDA TO ORCI-PROMOCAO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4018-FAIXA-PROMOCAO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'   TO WRK-ACHOU-FAIXA.
           MOVE ZEROS TO WRK-QTD-MIN-FAIXA WRK-PRECO-FAIXA.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                 UNTIL WRK-IDX-FAIXA > 3
              IF PROM-FX-QTD-MIN(WRK-IDX-FAIXA) NOT > ORCI-QUANTIDADE
                    AND PROM-FX-QTD-MIN(WRK-IDX-FAIXA)
                        NOT < WRK-QTD-MIN-FAIXA
                    AND ((PROM-TIPO = 'P'
                          AND PROM-FX-PCT(WRK-IDX-FAIXA) > ZEROS)
                      OR (PROM-TIPO = 'F'
                          AND PROM-FX-PRECO(WRK-IDX-FAIXA) > ZEROS))
                 MOVE PROM-FX-QTD-MIN(WRK-IDX-FAIXA)
                    TO WRK-QTD-MIN-FAIXA
                 IF PROM-TIPO = 'P'
                    COMPUTE WRK-PRECO-FAIXA ROUNDED =
                       WRK-PRECO-VIGENTE
                       * (100 - PROM-FX-PCT(WRK-IDX-FAIXA)) / 100
                 ELSE
                    MOVE PROM-FX-PRECO(WRK-IDX-FAIXA)
                       TO WRK-PRECO-FAIXA
                 END-IF
                 MOVE 'S' TO WRK-ACHOU-FAIXA
              END-IF
           END-PERFORM.

           IF WRK-ACHOU-FAIXA = 'S'
                 AND WRK-PRECO-FAIXA < WRK-PRECO-PROMOCAO
              MOVE WRK-PRECO-FAIXA TO WRK-PRECO-PROMOCAO
              MOVE PROM-CODIGO     TO WRK-PROM-ESCOLHIDA
           END-IF.
      *----------------------------------------------------------------*
       4020-GRAVAR-ORCAMENTO SECTION.
      *----------------------------------------------------------------*
                    MOVE WRK-ITEM-VALOR-UNIT(WRK-IDX-ITEM) TO
                       ORCI-VALOR-UNITARIO
                    MOVE WRK-ITEM-VALOR(WRK-IDX-ITEM) TO ORCI-VALOR
                    MOVE WRK-ITEM-PROMOCAO(WRK-IDX-ITEM) TO
                       ORCI-PROMOCAO
                    MOVE WRK-ITEM-DESC-PROMO(WRK-IDX-ITEM) TO
                       ORCI-DESC-PROMOCAO
                    WRITE ORCI-REG
                       INVALID KEY
                          CONTINUE
                                      PEDIDOS-NUMERO-FATURA
                                      PEDIDOS-ROTA.
           MOVE WRK-FILIAL         TO PEDIDOS-FILIAL.
           MOVE SPACES             TO PEDIDOS-REF-LOJA.
      *    O ICMS SAI CARIMBADO COMO NOS PEDIDOS DO BALCAO, PELA UF
      *    DO CLIENTE DO ORCAMENTO.
           MOVE ZEROS TO PEDIDOS-ICMS-PCT PEDIDOS-ICMS-VALOR.
                    MOVE ORCI-VALOR           TO ITENS-VALOR
                    MOVE SPACES               TO ITENS-LOTE
                                                 ITENS-PRECO-CONTRATO
                                                 ITENS-KIT-MONTADO
                    MOVE ZEROS                TO ITENS-QTD-ENTREGUE
                                                 ITENS-QTD-DEVOLVIDA
                    MOVE ORCI-PROMOCAO        TO ITENS-PROMOCAO
                    MOVE ORCI-DESC-PROMOCAO   TO ITENS-DESC-PROMOCAO
                    WRITE ITENS-REG
                       INVALID KEY
                          CONTINUE
           IF WRK-HIST-ABERTO = 'S'
              CLOSE PRECOHIST
           END-IF.
           IF WRK-PROMOCOES-ABERTO = 'S'
              CLOSE PROMOCOES
           END-IF.
           IF WRK-KITS-ABERTO = 'S'
              CLOSE KITS
           END-IF.
