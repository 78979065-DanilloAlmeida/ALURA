      *OBJETIVO: ROMANEIO DE ENTREGA DO DIA, AGRUPADO POR CIDADE/UF
      *DATA....: 22/08/26
      *
      ******************************************************************
      *    CADA ITEM SAI COM O PESO (KG) E A CUBAGEM (M3) DO RESTANTE
      *    A ENTREGAR, COM OS KITS PESADOS PELOS COMPONENTES (SALVO O
      *    KIT JA MONTADO). NO FIM, O TOTAL DE CARGA DO DIA E A CARGA
      *    DE CADA ROTA DE ENTREGA MONTADA CONTRA A CAPACIDADE DO
      *    VEICULO EM VEICULOS.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT KITS ASSIGN TO WRK-KITS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS KITS-STATUS
              RECORD KEY KIT-CHAVE.

           SELECT ROTAS ASSIGN TO WRK-ROTAS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ROTAS-STATUS
              RECORD KEY ROTA-CHAVE.

           SELECT VEICULOS ASSIGN TO WRK-VEICULOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS VEICULOS-STATUS
              RECORD KEY VEI-CHAVE.

           SELECT RELATORIO ASSIGN TO 'ROMANEIO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD KITS.
       COPY 'kits-reg.cpy'.
      *-------------
       FD ROTAS.
       COPY 'rotas-reg.cpy'.
      *-------------
       FD VEICULOS.
       COPY 'veiculos-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
       COPY 'peditens-cfg.cpy'.
       COPY 'clientes-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'kits-cfg.cpy'.
       COPY 'rotas-cfg.cpy'.
       COPY 'veiculos-cfg.cpy'.
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 CLIENTES-STATUS      PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 KITS-STATUS          PIC   9(02).
       77 ROTAS-STATUS         PIC   9(02).
       77 VEICULOS-STATUS      PIC   9(02).
       77 WRK-KITS-ABERTO      PIC   X(01) VALUE 'N'.
       77 WRK-ROTAS-ABERTO     PIC   X(01) VALUE 'N'.
       77 WRK-VEICULOS-ABERTO  PIC   X(01) VALUE 'N'.
       77 WRK-E-KIT            PIC   X(01).
       77 WRK-FIM-KIT          PIC   X(01).
       77 WRK-DATA-ROMANEIO    PIC   9(08).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-QTD-PEDIDOS      PIC   9(03) VALUE 0.
       77 WRK-ACHOU-ROTA       PIC   X(01).
       77 WRK-IDX-ITEM         PIC   9(03) VALUE 0.
       77 WRK-PESO-ROTA        PIC   9(09)V999 VALUE 0.
      *    CUBAGEM EM CM3 (AS MEDIDAS DO CATALOGO SAO EM CM); VAI PARA
      *    M3 SO NA IMPRESSAO.
       77 WRK-VOLUME-ROTA      PIC   9(12)V99 VALUE 0.
       77 WRK-PESO-ITEM        PIC   9(09)V999 VALUE 0.
       77 WRK-VOLUME-ITEM      PIC   9(12)V99 VALUE 0.
       77 WRK-PESO-PEDIDO      PIC   9(09)V999 VALUE 0.
       77 WRK-VOLUME-PEDIDO    PIC   9(12)V99 VALUE 0.
       77 WRK-PESO-DIA         PIC   9(09)V999 VALUE 0.
       77 WRK-VOLUME-DIA       PIC   9(12)V99 VALUE 0.
       77 WRK-PESO-SEM-ROTA    PIC   9(09)V999 VALUE 0.
       77 WRK-VOLUME-SEM-ROTA  PIC   9(12)V99 VALUE 0.
       77 WRK-QTD-COMPONENTE   PIC   9(08)V99 VALUE 0.
       77 WRK-QTD-CARGAS       PIC   9(02) VALUE 0.
       77 WRK-IDX-CARGA        PIC   9(02) VALUE 0.
       77 WRK-ACHOU-CARGA      PIC   X(01).
      *    PEDIDOS DO DIA QUE NAO COUBERAM NAS TABELAS (MAIS DE 200
      *    PEDIDOS OU MAIS DE 50 ROTAS): FICAM FORA DO ROMANEIO E O
      *    RELATORIO AVISA, EM VEZ DE PARAR A VARREDURA EM SILENCIO.
             10 WRK-ROTA-CIDADE  PIC X(20).
             10 WRK-ROTA-UF      PIC X(02).

      *    CARGA DE CADA ROTA DE ENTREGA (ROTAS.DAT) PRESENTE NO DIA.
       01 WRK-TABELA-CARGAS.
          05 WRK-CARGA OCCURS 50 TIMES.
             10 WRK-CARGA-ROTA   PIC 9(06).
             10 WRK-CARGA-PESO   PIC 9(09)V999.
             10 WRK-CARGA-VOLUME PIC 9(12)V99.

       01 WRK-REL-CABEC.
          05 FILLER           PIC X(30) VALUE
             'ROMANEIO DE ENTREGA - DATA: '.
          05 WRK-REL-ITEM-QTD PIC ZZZZ9.99.
          05 FILLER           PIC X(11) VALUE '  PESO KG: '.
          05 WRK-REL-ITEM-PESO PIC ZZZZZ9.999.
          05 FILLER           PIC X(14) VALUE '  CUBAGEM M3: '.
          05 WRK-REL-ITEM-VOLUME PIC ZZZ9.999.

       01 WRK-REL-PESO-ROTA.
          05 FILLER           PIC X(22) VALUE 'PESO TOTAL DA ROTA...:'.
          05 WRK-REL-PESO-TOT PIC ZZZZZZZZ9.999.
          05 FILLER           PIC X(14) VALUE '  CUBAGEM M3: '.
          05 WRK-REL-VOLUME-TOT PIC ZZZZ9.999.

       01 WRK-REL-CARGA-DIA.
          05 FILLER           PIC X(22) VALUE 'CARGA TOTAL DO DIA KG:'.
          05 WRK-REL-PESO-DIA PIC ZZZZZZZZ9.999.
          05 FILLER           PIC X(14) VALUE '  CUBAGEM M3: '.
          05 WRK-REL-VOLUME-DIA PIC ZZZZ9.999.

       01 WRK-REL-CARGA-VEICULO.
          05 FILLER           PIC X(07) VALUE '  ROTA '.
          05 WRK-REL-CV-ROTA  PIC 9(06).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-CV-PLACA PIC X(10).
          05 FILLER           PIC X(04) VALUE ' KG '.
          05 WRK-REL-CV-PESO  PIC ZZZZZZZZ9.999.
          05 FILLER           PIC X(04) VALUE ' DE '.
          05 WRK-REL-CV-PESO-MAX PIC ZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE ' ('.
          05 WRK-REL-CV-PESO-PCT PIC ZZZ9.
          05 FILLER           PIC X(08) VALUE '%)  M3 '.
          05 WRK-REL-CV-VOLUME PIC ZZZZ9.999.
          05 FILLER           PIC X(04) VALUE ' DE '.
          05 WRK-REL-CV-VOLUME-MAX PIC ZZ9.999.
          05 FILLER           PIC X(02) VALUE ' ('.
          05 WRK-REL-CV-VOLUME-PCT PIC ZZZ9.
          05 FILLER           PIC X(03) VALUE '%) '.
          05 WRK-REL-CV-AVISO PIC X(20).
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           OPEN INPUT PEDITENS.
           OPEN INPUT CLIENTES.
           OPEN INPUT PRODUTOS.
           ACCEPT WRK-KITS-PATH FROM ENVIRONMENT 'KITS_DAT'.
           IF WRK-KITS-PATH = SPACES
              MOVE WRK-KITS-PATH-PADRAO TO WRK-KITS-PATH
           END-IF.
           OPEN INPUT KITS.
           IF KITS-STATUS = 00
              MOVE 'S' TO WRK-KITS-ABERTO
           END-IF.
           ACCEPT WRK-ROTAS-PATH FROM ENVIRONMENT 'ROTAS_DAT'.
           IF WRK-ROTAS-PATH = SPACES
              MOVE WRK-ROTAS-PATH-PADRAO TO WRK-ROTAS-PATH
           END-IF.
           OPEN INPUT ROTAS.
           IF ROTAS-STATUS = 00
              MOVE 'S' TO WRK-ROTAS-ABERTO
           END-IF.
           ACCEPT WRK-VEICULOS-PATH FROM ENVIRONMENT 'VEICULOS_DAT'.
           IF WRK-VEICULOS-PATH = SPACES
              MOVE WRK-VEICULOS-PATH-PADRAO TO WRK-VEICULOS-PATH
           END-IF.
           OPEN INPUT VEICULOS.
           IF VEICULOS-STATUS = 00
              MOVE 'S' TO WRK-VEICULOS-ABERTO
           END-IF.

           DISPLAY 'INFORME A DATA DO ROMANEIO (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-ROMANEIO FROM CONSOLE.
              MOVE WRK-ROTA-CIDADE(WRK-IDX-ROTA) TO WRK-REL-CIDADE
              MOVE WRK-ROTA-UF(WRK-IDX-ROTA)     TO WRK-REL-UF
              WRITE REG-RELATORIO FROM WRK-REL-ROTA
              MOVE ZEROS TO WRK-PESO-ROTA WRK-VOLUME-ROTA
              PERFORM VARYING WRK-IDX-PED FROM 1 BY 1
                    UNTIL WRK-IDX-PED > WRK-QTD-PEDIDOS
                 IF WRK-PED-CIDADE(WRK-IDX-PED) =
                 END-IF
              END-PERFORM
              MOVE WRK-PESO-ROTA TO WRK-REL-PESO-TOT
              COMPUTE WRK-REL-VOLUME-TOT ROUNDED =
                 WRK-VOLUME-ROTA / 1000000
              WRITE REG-RELATORIO FROM WRK-REL-PESO-ROTA
           END-PERFORM.

           PERFORM 0340-IMPRIMIR-CARGAS.

           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'ROMANEIO PARCIAL: ' DELIMITED BY SIZE
                 ' PEDIDOS FICARAM FORA (TABELAS CHEIAS)'
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ROMANEIO'        TO SPL-PROGRAMA.
           MOVE 'ROMANEIO.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'ROMANEIO GRAVADO EM ROMANEIO.REL. PEDIDOS: '
              WRK-QTD-PEDIDOS.
      *----------------------------------------------------------------*
                 CONTINUE
           END-READ.
           IF PEDIDOS-STATUS = 00
              MOVE ZEROS TO WRK-PESO-PEDIDO WRK-VOLUME-PEDIDO
              PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                    UNTIL WRK-IDX-ITEM > PEDIDOS-QTD-ITENS
                 MOVE PEDIDOS-NUMERO TO ITENS-NUMERO
                       AND WRK-QTD-RESTANTE > ZEROS
                    MOVE ITENS-DESCRICAO  TO WRK-REL-ITEM-DESC
                    MOVE WRK-QTD-RESTANTE TO WRK-REL-ITEM-QTD
                    PERFORM 0320-CARGA-ITEM
                    MOVE WRK-PESO-ITEM TO WRK-REL-ITEM-PESO
                    COMPUTE WRK-REL-ITEM-VOLUME ROUNDED =
                       WRK-VOLUME-ITEM / 1000000
                    ADD WRK-PESO-ITEM   TO WRK-PESO-PEDIDO
                    ADD WRK-VOLUME-ITEM TO WRK-VOLUME-PEDIDO
                    WRITE REG-RELATORIO FROM WRK-REL-ITEM
                 END-IF
              END-PERFORM
              ADD WRK-PESO-PEDIDO   TO WRK-PESO-ROTA WRK-PESO-DIA
              ADD WRK-VOLUME-PEDIDO TO WRK-VOLUME-ROTA WRK-VOLUME-DIA
              PERFORM 0315-ACUMULAR-CARGA
           END-IF.
      *----------------------------------------------------------------*
       0315-ACUMULAR-CARGA SECTION.
      *----------------------------------------------------------------*
      *    SOMA O PEDIDO NA CARGA DA ROTA DE ENTREGA EM QUE FOI
      *    EMBARCADO; O AINDA SEM ROTA VAI PARA UM TOTAL A PARTE.
           IF PEDIDOS-ROTA = ZEROS
              ADD WRK-PESO-PEDIDO   TO WRK-PESO-SEM-ROTA
              ADD WRK-VOLUME-PEDIDO TO WRK-VOLUME-SEM-ROTA
           ELSE
              MOVE 'N' TO WRK-ACHOU-CARGA
              PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                    UNTIL WRK-IDX-CARGA > WRK-QTD-CARGAS
                    OR WRK-ACHOU-CARGA = 'S'
                 IF WRK-CARGA-ROTA(WRK-IDX-CARGA) = PEDIDOS-ROTA
                    MOVE 'S' TO WRK-ACHOU-CARGA
                    ADD WRK-PESO-PEDIDO
                       TO WRK-CARGA-PESO(WRK-IDX-CARGA)
                    ADD WRK-VOLUME-PEDIDO
                       TO WRK-CARGA-VOLUME(WRK-IDX-CARGA)
                 END-IF
              END-PERFORM
              IF WRK-ACHOU-CARGA = 'N'
                 IF WRK-QTD-CARGAS < 50
                    ADD 1 TO WRK-QTD-CARGAS
                    MOVE PEDIDOS-ROTA
                       TO WRK-CARGA-ROTA(WRK-QTD-CARGAS)
                    MOVE WRK-PESO-PEDIDO
                       TO WRK-CARGA-PESO(WRK-QTD-CARGAS)
                    MOVE WRK-VOLUME-PEDIDO
                       TO WRK-CARGA-VOLUME(WRK-QTD-CARGAS)
                 ELSE
                    ADD WRK-PESO-PEDIDO   TO WRK-PESO-SEM-ROTA
                    ADD WRK-VOLUME-PEDIDO TO WRK-VOLUME-SEM-ROTA
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0320-CARGA-ITEM SECTION.
      *----------------------------------------------------------------*
      *    PESO E CUBAGEM DO RESTANTE DA LINHA; KIT NAO MONTADO VIAJA
      *    COMO OS SEUS COMPONENTES.
           MOVE ZEROS TO WRK-PESO-ITEM WRK-VOLUME-ITEM.
           MOVE 'N'   TO WRK-E-KIT.
           IF WRK-KITS-ABERTO = 'S'
                 AND ITENS-KIT-MONTADO NOT = 'M'
              MOVE ITENS-CODIGO-PRODUTO TO KIT-CODIGO
              MOVE ZEROS                TO KIT-COMPONENTE
              START KITS KEY IS NOT LESS THAN KIT-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              IF KITS-STATUS = 00
                 READ KITS NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF KITS-STATUS = 00
                       AND KIT-CODIGO = ITENS-CODIGO-PRODUTO
                    MOVE 'S' TO WRK-E-KIT
                 END-IF
              END-IF
           END-IF.

           IF WRK-E-KIT = 'S'
              MOVE 'N' TO WRK-FIM-KIT
              PERFORM UNTIL WRK-FIM-KIT = 'S'
                 MOVE KIT-COMPONENTE TO PRODUTOS-CODIGO
                 COMPUTE WRK-QTD-COMPONENTE =
                    KIT-QUANTIDADE * WRK-QTD-RESTANTE
                 PERFORM 0330-SOMAR-PRODUTO
                 READ KITS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-KIT
                 END-READ
                 IF WRK-FIM-KIT NOT = 'S'
                       AND (KITS-STATUS NOT = 00
                            OR KIT-CODIGO NOT = ITENS-CODIGO-PRODUTO)
                    MOVE 'S' TO WRK-FIM-KIT
                 END-IF
              END-PERFORM
           ELSE
              MOVE ITENS-CODIGO-PRODUTO TO PRODUTOS-CODIGO
              MOVE WRK-QTD-RESTANTE     TO WRK-QTD-COMPONENTE
              PERFORM 0330-SOMAR-PRODUTO
           END-IF.
      *----------------------------------------------------------------*
       0330-SOMAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS = 00
              COMPUTE WRK-PESO-ITEM = WRK-PESO-ITEM
                 + (PRODUTOS-PESO * WRK-QTD-COMPONENTE)
              COMPUTE WRK-VOLUME-ITEM = WRK-VOLUME-ITEM
                 + (PRODUTOS-LARGURA * PRODUTOS-ALTURA
                    * PRODUTOS-COMPRIMENTO * WRK-QTD-COMPONENTE)
           END-IF.
      *----------------------------------------------------------------*
       0340-IMPRIMIR-CARGAS SECTION.
      *----------------------------------------------------------------*
      *    TOTAL DE CARGA DO DIA E, POR ROTA DE ENTREGA JA MONTADA, A
      *    CARGA CONTRA A CAPACIDADE DO VEICULO. PERCENTUAL ZERO =
      *    VEICULO SEM CADASTRO OU SEM LIMITE NAQUELA MEDIDA.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-PESO-DIA TO WRK-REL-PESO-DIA.
           COMPUTE WRK-REL-VOLUME-DIA ROUNDED =
              WRK-VOLUME-DIA / 1000000.
           WRITE REG-RELATORIO FROM WRK-REL-CARGA-DIA.

           IF WRK-QTD-CARGAS > ZEROS
              MOVE 'CARGA POR VEICULO:' TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                 UNTIL WRK-IDX-CARGA > WRK-QTD-CARGAS
              MOVE WRK-CARGA-ROTA(WRK-IDX-CARGA) TO WRK-REL-CV-ROTA
              MOVE WRK-CARGA-PESO(WRK-IDX-CARGA) TO WRK-REL-CV-PESO
              COMPUTE WRK-REL-CV-VOLUME ROUNDED =
                 WRK-CARGA-VOLUME(WRK-IDX-CARGA) / 1000000
              MOVE SPACES TO WRK-REL-CV-PLACA WRK-REL-CV-AVISO
              MOVE ZEROS  TO WRK-REL-CV-PESO-MAX WRK-REL-CV-PESO-PCT
                             WRK-REL-CV-VOLUME-MAX
                             WRK-REL-CV-VOLUME-PCT
              MOVE 'N' TO WRK-ACHOU-CARGA
              IF WRK-ROTAS-ABERTO = 'S'
                 MOVE WRK-CARGA-ROTA(WRK-IDX-CARGA) TO ROTA-NUMERO
                 READ ROTAS
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF ROTAS-STATUS = 00
                    MOVE ROTA-VEICULO TO WRK-REL-CV-PLACA
                    IF WRK-VEICULOS-ABERTO = 'S'
                       MOVE ROTA-VEICULO TO VEI-PLACA
                       READ VEICULOS
                          INVALID KEY
                             CONTINUE
                       END-READ
                       IF VEICULOS-STATUS = 00
                          MOVE 'S' TO WRK-ACHOU-CARGA
                       END-IF
                    END-IF
                 END-IF
              END-IF
              IF WRK-ACHOU-CARGA = 'S'
                 MOVE VEI-PESO-MAX   TO WRK-REL-CV-PESO-MAX
                 MOVE VEI-VOLUME-MAX TO WRK-REL-CV-VOLUME-MAX
                 IF VEI-PESO-MAX > ZEROS
                    COMPUTE WRK-REL-CV-PESO-PCT ROUNDED =
                       WRK-CARGA-PESO(WRK-IDX-CARGA) * 100
                       / VEI-PESO-MAX
                       ON SIZE ERROR
                          MOVE 9999 TO WRK-REL-CV-PESO-PCT
                    END-COMPUTE
                 END-IF
                 IF VEI-VOLUME-MAX > ZEROS
                    COMPUTE WRK-REL-CV-VOLUME-PCT ROUNDED =
                       WRK-CARGA-VOLUME(WRK-IDX-CARGA)
                       / (VEI-VOLUME-MAX * 10000)
                       ON SIZE ERROR
                          MOVE 9999 TO WRK-REL-CV-VOLUME-PCT
                    END-COMPUTE
                 END-IF
                 IF (VEI-PESO-MAX > ZEROS
                       AND WRK-CARGA-PESO(WRK-IDX-CARGA)
                           > VEI-PESO-MAX)
                    OR (VEI-VOLUME-MAX > ZEROS
                       AND WRK-CARGA-VOLUME(WRK-IDX-CARGA)
                           > VEI-VOLUME-MAX * 1000000)
                    MOVE 'CAPACIDADE EXCEDIDA' TO WRK-REL-CV-AVISO
                 END-IF
              ELSE
                 MOVE 'VEICULO SEM CADASTRO' TO WRK-REL-CV-AVISO
              END-IF
              WRITE REG-RELATORIO FROM WRK-REL-CARGA-VEICULO
           END-PERFORM.

           IF WRK-PESO-SEM-ROTA > ZEROS OR WRK-VOLUME-SEM-ROTA > ZEROS
              MOVE ZEROS TO WRK-REL-CV-ROTA WRK-REL-CV-PESO-MAX
                            WRK-REL-CV-PESO-PCT WRK-REL-CV-VOLUME-MAX
                            WRK-REL-CV-VOLUME-PCT
              MOVE 'SEM ROTA'          TO WRK-REL-CV-PLACA
              MOVE WRK-PESO-SEM-ROTA   TO WRK-REL-CV-PESO
              COMPUTE WRK-REL-CV-VOLUME ROUNDED =
                 WRK-VOLUME-SEM-ROTA / 1000000
              MOVE SPACES              TO WRK-REL-CV-AVISO
              WRITE REG-RELATORIO FROM WRK-REL-CARGA-VEICULO
           END-IF.
      *----------------------------------------------------------------*
       0400-FINALIZAR SECTION.
           CLOSE PEDITENS.
           CLOSE CLIENTES.
           CLOSE PRODUTOS.
           IF WRK-KITS-ABERTO = 'S'
              CLOSE KITS
           END-IF.
           IF WRK-ROTAS-ABERTO = 'S'
              CLOSE ROTAS
           END-IF.
           IF WRK-VEICULOS-ABERTO = 'S'
              CLOSE VEICULOS
           END-IF.
      *----------------------------------------------------------------*
