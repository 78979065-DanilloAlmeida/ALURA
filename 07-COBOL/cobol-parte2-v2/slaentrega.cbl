      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: NIVEL DE SERVICO DAS ENTREGAS NO PERIODO
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    MEDE O DESEMPENHO DA ENTREGA A PARTIR DO LOG DE
      *    CONFIRMACOES (ENTREGAS.DAT) DO PERIODO: PARA CADA PEDIDO,
      *    OS DIAS DO PEDIDO ATE O FATURAMENTO (EMISSAO DOS TITULOS NO
      *    CONTASREC) E DO FATURAMENTO ATE A ENTREGA CONFIRMADA, SE
      *    SAIU NA PRIMEIRA TENTATIVA OU VOLTOU DEVOLVIDO (COM O
      *    MOTIVO) E SE ATRASOU, NO MESMO CRITERIO DO ENTREGAS: MAIS
      *    DE ENTREGA_ATRASO_DIAS (PADRAO 5) ENTRE O FATURAMENTO E A
      *    ENTREGA, OU AINDA SEM ENTREGA PASSADO ESSE PRAZO. RESUME POR
      *    CIDADE/UF DO CLIENTE, ROTA, MOTORISTA E TRANSPORTADORA E
      *    LISTA OS PIORES CASOS (MAIS DIAS DESDE O FATURAMENTO) EM
      *    SLAENTREGA.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. SLAENTREGA.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT ENTREGASLOG ASSIGN TO 'ENTREGAS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENTREGASLOG-STATUS.

           SELECT PEDIDOS ASSIGN TO WRK-PEDIDOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDIDOS-STATUS
              RECORD KEY PEDIDOS-CHAVE
              ALTERNATE RECORD KEY PEDIDOS-FONE-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY PEDIDOS-DATA
                 WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CLIENTES-STATUS
              RECORD KEY CLIENTES-CHAVE
              ALTERNATE RECORD KEY CLIENTES-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CLIENTES-CPF.

           SELECT CONTASREC ASSIGN TO WRK-CONTASREC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASREC-STATUS
              RECORD KEY CR-CHAVE.

           SELECT ROTAS ASSIGN TO WRK-ROTAS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ROTAS-STATUS
              RECORD KEY ROTA-CHAVE.

           SELECT RELATORIO ASSIGN TO 'SLAENTREGA.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
      *    LOG DE CONFIRMACOES DE ENTREGA, DESENHO DO ENTREGAS:
      *    RESULTADO 'E' ENTREGUE, 'P' ENTREGA PARCIAL, 'D' DEVOLVIDO.
       FD ENTREGASLOG.
       01 ENT-REG.
          05 ENT-DATA            PIC 9(08).
          05 ENT-HORA            PIC 9(06).
          05 ENT-ROTA            PIC 9(06).
          05 ENT-PEDIDO          PIC 9(09).
          05 ENT-RESULTADO       PIC X(01).
          05 ENT-MOTIVO          PIC X(20).
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
      *-------------
       FD CONTASREC.
       COPY 'contasrec-reg.cpy'.
      *-------------
       FD ROTAS.
       COPY 'rotas-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'pedidos-cfg.cpy'.
       COPY 'clientes-cfg.cpy'.
       COPY 'contasrec-cfg.cpy'.
       COPY 'rotas-cfg.cpy'.
       77 ENTREGASLOG-STATUS   PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 CLIENTES-STATUS      PIC   9(02).
       77 CONTASREC-STATUS     PIC   9(02).
       77 ROTAS-STATUS         PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-CLIENTES-ABERTO  PIC   X(01) VALUE 'N'.
       77 WRK-CONTASREC-ABERTO PIC   X(01) VALUE 'N'.
       77 WRK-ROTAS-ABERTO     PIC   X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-FIM-TITULOS      PIC   X(01).
       77 WRK-DATA-INICIO      PIC   9(08).
       77 WRK-DATA-FIM         PIC   9(08).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HOJE-INT         PIC   9(08).
       77 WRK-DIAS-ENV         PIC   X(03) VALUE SPACES.
       77 WRK-DIAS-LIMITE      PIC   9(03) VALUE 5.
       77 WRK-DATA-FATURA      PIC   9(08).
       77 WRK-QTD-PED          PIC   9(03) VALUE 0.
       77 WRK-IDX-PED          PIC   9(03) VALUE 0.
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
       77 WRK-QTD-GRP          PIC   9(03) VALUE 0.
       77 WRK-IDX-GRP          PIC   9(03) VALUE 0.
       77 WRK-QTD-GRP-FORA     PIC   9(06) VALUE 0.
       77 WRK-TIPO-GRUPO       PIC   X(01).
       77 WRK-CHAVE-GRUPO      PIC   X(22).
       77 WRK-CHAVE-ROTA       PIC   9(06).
       77 WRK-IDX-TIPO         PIC   9(01).
       77 WRK-IDX-PIOR         PIC   9(03).
       77 WRK-MAIOR-DIAS       PIC   S9(05).
       77 WRK-QTD-PIORES       PIC   9(02).
       77 WRK-TOT-PEDIDOS      PIC   9(05) VALUE 0.
       77 WRK-TOT-PRIMEIRA     PIC   9(05) VALUE 0.
       77 WRK-TOT-DEVOLVIDOS   PIC   9(05) VALUE 0.
       77 WRK-TOT-ATRASADOS    PIC   9(05) VALUE 0.

      *    UM PEDIDO POR LINHA, NA ORDEM EM QUE APARECE NO LOG: A
      *    PRIMEIRA CONFIRMACAO DO PERIODO E A PRIMEIRA TENTATIVA.
       01 WRK-TABELA-PEDIDOS.
          05 WRK-PED OCCURS 500 TIMES.
             10 WRK-PED-NUMERO     PIC 9(09).
             10 WRK-PED-TENTATIVAS PIC 9(02).
             10 WRK-PED-DEVOLUCOES PIC 9(02).
             10 WRK-PED-PRIMEIRO   PIC X(01).
             10 WRK-PED-MOTIVO     PIC X(20).
             10 WRK-PED-DT-ENTREGA PIC 9(08).
             10 WRK-PED-ROTA       PIC 9(06).
             10 WRK-PED-DIAS-FAT   PIC S9(05).
             10 WRK-PED-DIAS-ENT   PIC S9(05).
             10 WRK-PED-ATRASO     PIC X(01).
             10 WRK-PED-CIDADE     PIC X(20).
             10 WRK-PED-UF         PIC X(02).
             10 WRK-PED-MOTORISTA  PIC X(20).
             10 WRK-PED-TRANSP     PIC X(03).
             10 WRK-PED-LISTADO    PIC X(01).

      *    RESUMOS: TIPO 'C' CIDADE/UF, 'R' ROTA, 'M' MOTORISTA,
      *    'T' TRANSPORTADORA, TODOS NA MESMA TABELA.
       01 WRK-TABELA-GRUPOS.
          05 WRK-GRP OCCURS 400 TIMES.
             10 WRK-GRP-TIPO       PIC X(01).
             10 WRK-GRP-CHAVE      PIC X(22).
             10 WRK-GRP-PEDIDOS    PIC 9(05).
             10 WRK-GRP-PRIMEIRA   PIC 9(05).
             10 WRK-GRP-DEVOLVIDOS PIC 9(05).
             10 WRK-GRP-ATRASADOS  PIC 9(05).
             10 WRK-GRP-FATURADOS  PIC 9(05).
             10 WRK-GRP-ENTREGUES  PIC 9(05).
             10 WRK-GRP-SOMA-FAT   PIC 9(07).
             10 WRK-GRP-SOMA-ENT   PIC 9(07).

       01 WRK-TIPOS.
          05 FILLER           PIC X(01) VALUE 'C'.
          05 FILLER           PIC X(20) VALUE 'POR CIDADE/UF'.
          05 FILLER           PIC X(01) VALUE 'R'.
          05 FILLER           PIC X(20) VALUE 'POR ROTA'.
          05 FILLER           PIC X(01) VALUE 'M'.
          05 FILLER           PIC X(20) VALUE 'POR MOTORISTA'.
          05 FILLER           PIC X(01) VALUE 'T'.
          05 FILLER           PIC X(20) VALUE 'POR TRANSPORTADORA'.
       01 FILLER REDEFINES WRK-TIPOS.
          05 WRK-TIPO OCCURS 4 TIMES.
             10 WRK-TIPO-CODIGO PIC X(01).
             10 WRK-TIPO-TITULO PIC X(20).

       01 WRK-CIDADE-UF.
          05 WRK-CU-CIDADE    PIC X(20).
          05 WRK-CU-UF        PIC X(02).

       01 WRK-REL-CABEC.
          05 FILLER           PIC X(38) VALUE
             'NIVEL DE SERVICO DAS ENTREGAS - DE '.
          05 WRK-REL-DT-INI   PIC 9(08).
          05 FILLER           PIC X(05) VALUE ' ATE '.
          05 WRK-REL-DT-FIM   PIC 9(08).
          05 FILLER           PIC X(16) VALUE '  ATRASO APOS '.
          05 WRK-REL-LIMITE   PIC ZZ9.
          05 FILLER           PIC X(05) VALUE ' DIAS'.

       01 WRK-REL-TITULO.
          05 FILLER           PIC X(22) VALUE SPACES.
          05 FILLER           PIC X(07) VALUE 'PEDIDOS'.
          05 FILLER           PIC X(08) VALUE '  1A TEN'.
          05 FILLER           PIC X(05) VALUE '    %'.
          05 FILLER           PIC X(08) VALUE '  DEVOLV'.
          05 FILLER           PIC X(07) VALUE '  ATRAS'.
          05 FILLER           PIC X(05) VALUE '    %'.
          05 FILLER           PIC X(09) VALUE '  MED.FAT'.
          05 FILLER           PIC X(09) VALUE '  MED.ENT'.

       01 WRK-REL-GRUPO.
          05 WRK-REL-CHAVE    PIC X(22).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-PEDIDOS  PIC ZZZZ9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-PRIMEIRA PIC ZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-PCT-PRIM PIC ZZZ9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-DEVOLV   PIC ZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-ATRAS    PIC ZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-PCT-ATR  PIC ZZZ9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-MED-FAT  PIC ZZZ9.9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-MED-ENT  PIC ZZZ9.9.

       01 WRK-REL-PIOR.
          05 FILLER           PIC X(08) VALUE 'PEDIDO: '.
          05 WRK-REL-PR-PEDIDO PIC 9(09).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-PR-CIDADE PIC X(20).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-PR-UF    PIC X(02).
          05 FILLER           PIC X(07) VALUE '  ROTA '.
          05 WRK-REL-PR-ROTA  PIC 9(06).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-PR-MOTORISTA PIC X(20).
          05 FILLER           PIC X(06) VALUE ' FAT: '.
          05 WRK-REL-PR-DIAS-FAT PIC ---9.
          05 FILLER           PIC X(06) VALUE ' ENT: '.
          05 WRK-REL-PR-DIAS-ENT PIC ---9.
          05 FILLER           PIC X(07) VALUE ' TENT: '.
          05 WRK-REL-PR-TENT  PIC Z9.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-PR-SITUACAO PIC X(20).
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-LER-ENTREGAS.
           PERFORM 0300-AVALIAR-PEDIDOS.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0500-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-CLIENTES-PATH FROM ENVIRONMENT 'CLIENTES_DAT'.
           IF WRK-CLIENTES-PATH = SPACES
              MOVE WRK-CLIENTES-PATH-PADRAO TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-CONTASREC-PATH FROM ENVIRONMENT 'CONTASREC_DAT'.
           IF WRK-CONTASREC-PATH = SPACES
              MOVE WRK-CONTASREC-PATH-PADRAO TO WRK-CONTASREC-PATH
           END-IF.
           ACCEPT WRK-ROTAS-PATH FROM ENVIRONMENT 'ROTAS_DAT'.
           IF WRK-ROTAS-PATH = SPACES
              MOVE WRK-ROTAS-PATH-PADRAO TO WRK-ROTAS-PATH
           END-IF.

           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
              DISPLAY 'SLAENTREGA: PEDIDOS.DAT INDISPONIVEL. STATUS: '
                 PEDIDOS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS = 00
              MOVE 'S' TO WRK-CLIENTES-ABERTO
           END-IF.
           OPEN INPUT CONTASREC.
           IF CONTASREC-STATUS = 00
              MOVE 'S' TO WRK-CONTASREC-ABERTO
           END-IF.
           OPEN INPUT ROTAS.
           IF ROTAS-STATUS = 00
              MOVE 'S' TO WRK-ROTAS-ABERTO
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'ENTREGA_ATRASO_DIAS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-DIAS-LIMITE
           END-IF.
           ACCEPT WRK-DIAS-ENV FROM ENVIRONMENT 'ENTREGA_ATRASO_DIAS'.
           IF WRK-DIAS-ENV NOT = SPACES
              MOVE WRK-DIAS-ENV TO WRK-DIAS-LIMITE
           END-IF.

           DISPLAY 'DATA INICIAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'DATA FINAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL).
           INITIALIZE WRK-TABELA-GRUPOS.
      *----------------------------------------------------------------*
       0200-LER-ENTREGAS SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ENTREGASLOG.
           IF ENTREGASLOG-STATUS NOT = 00
              DISPLAY 'ENTREGAS.DAT INDISPONIVEL. STATUS: '
                 ENTREGASLOG-STATUS
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ENTREGASLOG
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF ENT-DATA >= WRK-DATA-INICIO
                             AND ENT-DATA <= WRK-DATA-FIM
                          PERFORM 0210-GUARDAR-TENTATIVA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENTREGASLOG
           END-IF.
      *----------------------------------------------------------------*
       0210-GUARDAR-TENTATIVA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-PED FROM 1 BY 1
                 UNTIL WRK-IDX-PED > WRK-QTD-PED
                 OR WRK-ACHOU = 'S'
              IF WRK-PED-NUMERO(WRK-IDX-PED) = ENT-PEDIDO
                 MOVE 'S' TO WRK-ACHOU
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'S'
              SUBTRACT 1 FROM WRK-IDX-PED
           ELSE
              IF WRK-QTD-PED < 500
                 ADD 1 TO WRK-QTD-PED
                 MOVE WRK-QTD-PED TO WRK-IDX-PED
                 MOVE ENT-PEDIDO    TO WRK-PED-NUMERO(WRK-IDX-PED)
                 MOVE ZEROS TO WRK-PED-TENTATIVAS(WRK-IDX-PED)
                               WRK-PED-DEVOLUCOES(WRK-IDX-PED)
                               WRK-PED-DT-ENTREGA(WRK-IDX-PED)
                 MOVE ENT-RESULTADO TO WRK-PED-PRIMEIRO(WRK-IDX-PED)
                 MOVE SPACES        TO WRK-PED-MOTIVO(WRK-IDX-PED)
                 MOVE 'N'           TO WRK-PED-LISTADO(WRK-IDX-PED)
              ELSE
                 ADD 1 TO WRK-QTD-EXCEDENTES
                 MOVE ZEROS TO WRK-IDX-PED
              END-IF
           END-IF.

           IF WRK-IDX-PED > ZEROS
              ADD 1 TO WRK-PED-TENTATIVAS(WRK-IDX-PED)
              MOVE ENT-ROTA TO WRK-PED-ROTA(WRK-IDX-PED)
              EVALUATE ENT-RESULTADO
                 WHEN 'E'
                    MOVE ENT-DATA TO WRK-PED-DT-ENTREGA(WRK-IDX-PED)
                 WHEN 'D'
                    ADD 1 TO WRK-PED-DEVOLUCOES(WRK-IDX-PED)
                    IF WRK-PED-MOTIVO(WRK-IDX-PED) = SPACES
                       MOVE ENT-MOTIVO TO WRK-PED-MOTIVO(WRK-IDX-PED)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       0300-AVALIAR-PEDIDOS SECTION.
      *----------------------------------------------------------------*
      *    DIAS DO PEDIDO AO FATURAMENTO E DO FATURAMENTO A ENTREGA
      *    (OU ATE HOJE, SE AINDA NAO ENTREGUE), E O ACUMULO EM CADA
      *    UM DOS QUATRO RESUMOS.
           PERFORM VARYING WRK-IDX-PED FROM 1 BY 1
                 UNTIL WRK-IDX-PED > WRK-QTD-PED
              MOVE WRK-PED-NUMERO(WRK-IDX-PED) TO PEDIDOS-NUMERO
              READ PEDIDOS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PEDIDOS-STATUS = 00
                 PERFORM 0310-MEDIR-PEDIDO
                 PERFORM 0320-ACUMULAR-GRUPOS
              ELSE
                 MOVE 'S' TO WRK-PED-LISTADO(WRK-IDX-PED)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0310-MEDIR-PEDIDO SECTION.
      *----------------------------------------------------------------*
           PERFORM 0315-BUSCAR-FATURA.
           IF WRK-DATA-FATURA > ZEROS
              COMPUTE WRK-PED-DIAS-FAT(WRK-IDX-PED) =
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-FATURA)
                 - FUNCTION INTEGER-OF-DATE(PEDIDOS-DATA)
              IF WRK-PED-DT-ENTREGA(WRK-IDX-PED) > ZEROS
                 COMPUTE WRK-PED-DIAS-ENT(WRK-IDX-PED) =
                    FUNCTION INTEGER-OF-DATE
                       (WRK-PED-DT-ENTREGA(WRK-IDX-PED))
                    - FUNCTION INTEGER-OF-DATE(WRK-DATA-FATURA)
              ELSE
                 COMPUTE WRK-PED-DIAS-ENT(WRK-IDX-PED) =
                    WRK-HOJE-INT
                    - FUNCTION INTEGER-OF-DATE(WRK-DATA-FATURA)
              END-IF
           ELSE
              MOVE ZEROS TO WRK-PED-DIAS-FAT(WRK-IDX-PED)
                            WRK-PED-DIAS-ENT(WRK-IDX-PED)
           END-IF.
           IF WRK-PED-DIAS-ENT(WRK-IDX-PED) > WRK-DIAS-LIMITE
              MOVE 'S' TO WRK-PED-ATRASO(WRK-IDX-PED)
           ELSE
              MOVE 'N' TO WRK-PED-ATRASO(WRK-IDX-PED)
           END-IF.

           IF WRK-CLIENTES-ABERTO = 'S'
              MOVE PEDIDOS-FONE-CLIENTE TO CLIENTES-FONE
              READ CLIENTES
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF.
           IF CLIENTES-STATUS = 00
              MOVE CLIENTES-CIDADE TO WRK-PED-CIDADE(WRK-IDX-PED)
              MOVE CLIENTES-UF     TO WRK-PED-UF(WRK-IDX-PED)
           ELSE
              MOVE 'SEM CADASTRO'  TO WRK-PED-CIDADE(WRK-IDX-PED)
              MOVE SPACES          TO WRK-PED-UF(WRK-IDX-PED)
           END-IF.

           MOVE 'SEM ROTA' TO WRK-PED-MOTORISTA(WRK-IDX-PED).
           IF WRK-ROTAS-ABERTO = 'S'
                 AND WRK-PED-ROTA(WRK-IDX-PED) > ZEROS
              MOVE WRK-PED-ROTA(WRK-IDX-PED) TO ROTA-NUMERO
              READ ROTAS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF ROTAS-STATUS = 00
                 MOVE ROTA-MOTORISTA TO WRK-PED-MOTORISTA(WRK-IDX-PED)
              END-IF
           END-IF.

           IF PEDIDOS-TRANSPORTADORA = SPACES
              MOVE 'PRP' TO WRK-PED-TRANSP(WRK-IDX-PED)
           ELSE
              MOVE PEDIDOS-TRANSPORTADORA
                 TO WRK-PED-TRANSP(WRK-IDX-PED)
           END-IF.
      *----------------------------------------------------------------*
       0315-BUSCAR-FATURA SECTION.
      *----------------------------------------------------------------*
      *    O FATURAMENTO GERA OS TITULOS DO PEDIDO COM A DATA DE
      *    EMISSAO; SEM CONTASREC, PEDIDO AINDA 'F' AINDA GUARDA A
      *    DATA DO FATURAMENTO EM PEDIDOS-DT-SITUACAO.
           MOVE ZEROS TO WRK-DATA-FATURA.
           IF WRK-CONTASREC-ABERTO = 'S'
              MOVE PEDIDOS-NUMERO TO CR-NUMERO-PEDIDO
              MOVE ZEROS          TO CR-PARCELA
              MOVE 'N'            TO WRK-FIM-TITULOS
              START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-TITULOS
              END-START
              IF WRK-FIM-TITULOS = 'N'
                 READ CONTASREC NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-TITULOS
                 END-READ
                 IF WRK-FIM-TITULOS = 'N'
                       AND CONTASREC-STATUS = 00
                       AND CR-NUMERO-PEDIDO = PEDIDOS-NUMERO
                    MOVE CR-DT-EMISSAO TO WRK-DATA-FATURA
                 END-IF
              END-IF
           END-IF.
           IF WRK-DATA-FATURA = ZEROS
                 AND PEDIDOS-SITUACAO = 'F'
              MOVE PEDIDOS-DT-SITUACAO TO WRK-DATA-FATURA
           END-IF.
      *----------------------------------------------------------------*
       0320-ACUMULAR-GRUPOS SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-TOT-PEDIDOS.
           IF WRK-PED-PRIMEIRO(WRK-IDX-PED) = 'E'
              ADD 1 TO WRK-TOT-PRIMEIRA
           END-IF.
           IF WRK-PED-DEVOLUCOES(WRK-IDX-PED) > ZEROS
              ADD 1 TO WRK-TOT-DEVOLVIDOS
           END-IF.
           IF WRK-PED-ATRASO(WRK-IDX-PED) = 'S'
              ADD 1 TO WRK-TOT-ATRASADOS
           END-IF.

           MOVE WRK-PED-CIDADE(WRK-IDX-PED) TO WRK-CU-CIDADE.
           MOVE WRK-PED-UF(WRK-IDX-PED)     TO WRK-CU-UF.
           MOVE 'C'           TO WRK-TIPO-GRUPO.
           MOVE WRK-CIDADE-UF TO WRK-CHAVE-GRUPO.
           PERFORM 0330-SOMAR-GRUPO.

           MOVE 'R' TO WRK-TIPO-GRUPO.
           MOVE WRK-PED-ROTA(WRK-IDX-PED) TO WRK-CHAVE-ROTA.
           MOVE WRK-CHAVE-ROTA TO WRK-CHAVE-GRUPO.
           PERFORM 0330-SOMAR-GRUPO.

           MOVE 'M' TO WRK-TIPO-GRUPO.
           MOVE WRK-PED-MOTORISTA(WRK-IDX-PED) TO WRK-CHAVE-GRUPO.
           PERFORM 0330-SOMAR-GRUPO.

           MOVE 'T' TO WRK-TIPO-GRUPO.
           MOVE WRK-PED-TRANSP(WRK-IDX-PED) TO WRK-CHAVE-GRUPO.
           PERFORM 0330-SOMAR-GRUPO.
      *----------------------------------------------------------------*
       0330-SOMAR-GRUPO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-GRP FROM 1 BY 1
                 UNTIL WRK-IDX-GRP > WRK-QTD-GRP
                 OR WRK-ACHOU = 'S'
              IF WRK-GRP-TIPO(WRK-IDX-GRP) = WRK-TIPO-GRUPO
                    AND WRK-GRP-CHAVE(WRK-IDX-GRP) = WRK-CHAVE-GRUPO
                 MOVE 'S' TO WRK-ACHOU
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'S'
              SUBTRACT 1 FROM WRK-IDX-GRP
           ELSE
              IF WRK-QTD-GRP < 400
                 ADD 1 TO WRK-QTD-GRP
                 MOVE WRK-QTD-GRP     TO WRK-IDX-GRP
                 MOVE WRK-TIPO-GRUPO  TO WRK-GRP-TIPO(WRK-IDX-GRP)
                 MOVE WRK-CHAVE-GRUPO TO WRK-GRP-CHAVE(WRK-IDX-GRP)
              ELSE
                 ADD 1 TO WRK-QTD-GRP-FORA
                 MOVE ZEROS TO WRK-IDX-GRP
              END-IF
           END-IF.

           IF WRK-IDX-GRP > ZEROS
              ADD 1 TO WRK-GRP-PEDIDOS(WRK-IDX-GRP)
              IF WRK-PED-PRIMEIRO(WRK-IDX-PED) = 'E'
                 ADD 1 TO WRK-GRP-PRIMEIRA(WRK-IDX-GRP)
              END-IF
              IF WRK-PED-DEVOLUCOES(WRK-IDX-PED) > ZEROS
                 ADD 1 TO WRK-GRP-DEVOLVIDOS(WRK-IDX-GRP)
              END-IF
              IF WRK-PED-ATRASO(WRK-IDX-PED) = 'S'
                 ADD 1 TO WRK-GRP-ATRASADOS(WRK-IDX-GRP)
              END-IF
              IF WRK-PED-DIAS-FAT(WRK-IDX-PED) > ZEROS
                 ADD 1 TO WRK-GRP-FATURADOS(WRK-IDX-GRP)
                 ADD WRK-PED-DIAS-FAT(WRK-IDX-PED)
                    TO WRK-GRP-SOMA-FAT(WRK-IDX-GRP)
              END-IF
              IF WRK-PED-DT-ENTREGA(WRK-IDX-PED) > ZEROS
                    AND WRK-PED-DIAS-ENT(WRK-IDX-PED) >= ZEROS
                 ADD 1 TO WRK-GRP-ENTREGUES(WRK-IDX-GRP)
                 ADD WRK-PED-DIAS-ENT(WRK-IDX-PED)
                    TO WRK-GRP-SOMA-ENT(WRK-IDX-GRP)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0400-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-INICIO TO WRK-REL-DT-INI.
           MOVE WRK-DATA-FIM    TO WRK-REL-DT-FIM.
           MOVE WRK-DIAS-LIMITE TO WRK-REL-LIMITE.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC.

           PERFORM VARYING WRK-IDX-TIPO FROM 1 BY 1
                 UNTIL WRK-IDX-TIPO > 4
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE WRK-TIPO-TITULO(WRK-IDX-TIPO) TO REG-RELATORIO
              WRITE REG-RELATORIO
              WRITE REG-RELATORIO FROM WRK-REL-TITULO
              PERFORM VARYING WRK-IDX-GRP FROM 1 BY 1
                    UNTIL WRK-IDX-GRP > WRK-QTD-GRP
                 IF WRK-GRP-TIPO(WRK-IDX-GRP) =
                       WRK-TIPO-CODIGO(WRK-IDX-TIPO)
                    PERFORM 0410-IMPRIMIR-GRUPO
                 END-IF
              END-PERFORM
           END-PERFORM.

           PERFORM 0420-IMPRIMIR-PIORES.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'PEDIDOS: ' DELIMITED BY SIZE
              WRK-TOT-PEDIDOS DELIMITED BY SIZE
              '  1A TENTATIVA: ' DELIMITED BY SIZE
              WRK-TOT-PRIMEIRA DELIMITED BY SIZE
              '  DEVOLVIDOS: ' DELIMITED BY SIZE
              WRK-TOT-DEVOLVIDOS DELIMITED BY SIZE
              '  ATRASADOS: ' DELIMITED BY SIZE
              WRK-TOT-ATRASADOS DELIMITED BY SIZE
              INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-QTD-EXCEDENTES > ZEROS OR WRK-QTD-GRP-FORA > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'RELATORIO PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                 ' CONFIRMACOES E ' DELIMITED BY SIZE
                 WRK-QTD-GRP-FORA DELIMITED BY SIZE
                 ' RESUMOS FICARAM FORA (TABELAS CHEIAS)'
                 DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'SLAENTREGA'      TO SPL-PROGRAMA.
           MOVE 'SLAENTREGA.REL'  TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'RELATORIO GRAVADO EM SLAENTREGA.REL. PEDIDOS: '
              WRK-TOT-PEDIDOS ' ATRASADOS: ' WRK-TOT-ATRASADOS.
      *----------------------------------------------------------------*
       0410-IMPRIMIR-GRUPO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-GRP-CHAVE(WRK-IDX-GRP)      TO WRK-REL-CHAVE.
           MOVE WRK-GRP-PEDIDOS(WRK-IDX-GRP)    TO WRK-REL-PEDIDOS.
           MOVE WRK-GRP-PRIMEIRA(WRK-IDX-GRP)   TO WRK-REL-PRIMEIRA.
           MOVE WRK-GRP-DEVOLVIDOS(WRK-IDX-GRP) TO WRK-REL-DEVOLV.
           MOVE WRK-GRP-ATRASADOS(WRK-IDX-GRP)  TO WRK-REL-ATRAS.
           COMPUTE WRK-REL-PCT-PRIM ROUNDED =
              WRK-GRP-PRIMEIRA(WRK-IDX-GRP) * 100
              / WRK-GRP-PEDIDOS(WRK-IDX-GRP).
           COMPUTE WRK-REL-PCT-ATR ROUNDED =
              WRK-GRP-ATRASADOS(WRK-IDX-GRP) * 100
              / WRK-GRP-PEDIDOS(WRK-IDX-GRP).
           IF WRK-GRP-FATURADOS(WRK-IDX-GRP) > ZEROS
              COMPUTE WRK-REL-MED-FAT ROUNDED =
                 WRK-GRP-SOMA-FAT(WRK-IDX-GRP)
                 / WRK-GRP-FATURADOS(WRK-IDX-GRP)
           ELSE
              MOVE ZEROS TO WRK-REL-MED-FAT
           END-IF.
           IF WRK-GRP-ENTREGUES(WRK-IDX-GRP) > ZEROS
              COMPUTE WRK-REL-MED-ENT ROUNDED =
                 WRK-GRP-SOMA-ENT(WRK-IDX-GRP)
                 / WRK-GRP-ENTREGUES(WRK-IDX-GRP)
           ELSE
              MOVE ZEROS TO WRK-REL-MED-ENT
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-GRUPO.
      *----------------------------------------------------------------*
       0420-IMPRIMIR-PIORES SECTION.
      *----------------------------------------------------------------*
      *    OS DEZ PEDIDOS COM MAIS DIAS ENTRE O FATURAMENTO E A
      *    ENTREGA (OU HOJE, SE AINDA NA RUA); SO ENTRAM OS ATRASADOS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PIORES CASOS (DIAS DO FATURAMENTO A ENTREGA)'
              TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROS TO WRK-QTD-PIORES.
           MOVE 1     TO WRK-IDX-PIOR.
           PERFORM UNTIL WRK-QTD-PIORES >= 10
                 OR WRK-IDX-PIOR = ZEROS
              MOVE ZEROS TO WRK-IDX-PIOR
              MOVE -1    TO WRK-MAIOR-DIAS
              PERFORM VARYING WRK-IDX-PED FROM 1 BY 1
                    UNTIL WRK-IDX-PED > WRK-QTD-PED
                 IF WRK-PED-LISTADO(WRK-IDX-PED) = 'N'
                       AND WRK-PED-ATRASO(WRK-IDX-PED) = 'S'
                       AND WRK-PED-DIAS-ENT(WRK-IDX-PED)
                           > WRK-MAIOR-DIAS
                    MOVE WRK-IDX-PED TO WRK-IDX-PIOR
                    MOVE WRK-PED-DIAS-ENT(WRK-IDX-PED)
                       TO WRK-MAIOR-DIAS
                 END-IF
              END-PERFORM
              IF WRK-IDX-PIOR > ZEROS
                 ADD 1 TO WRK-QTD-PIORES
                 MOVE 'S' TO WRK-PED-LISTADO(WRK-IDX-PIOR)
                 PERFORM 0430-IMPRIMIR-PIOR
              END-IF
           END-PERFORM.
           IF WRK-QTD-PIORES = ZEROS
              MOVE 'NENHUMA ENTREGA EM ATRASO NO PERIODO.'
                 TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
      *----------------------------------------------------------------*
       0430-IMPRIMIR-PIOR SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PED-NUMERO(WRK-IDX-PIOR)    TO WRK-REL-PR-PEDIDO.
           MOVE WRK-PED-CIDADE(WRK-IDX-PIOR)    TO WRK-REL-PR-CIDADE.
           MOVE WRK-PED-UF(WRK-IDX-PIOR)        TO WRK-REL-PR-UF.
           MOVE WRK-PED-ROTA(WRK-IDX-PIOR)      TO WRK-REL-PR-ROTA.
           MOVE WRK-PED-MOTORISTA(WRK-IDX-PIOR) TO WRK-REL-PR-MOTORISTA.
           MOVE WRK-PED-DIAS-FAT(WRK-IDX-PIOR)  TO WRK-REL-PR-DIAS-FAT.
           MOVE WRK-PED-DIAS-ENT(WRK-IDX-PIOR)  TO WRK-REL-PR-DIAS-ENT.
           MOVE WRK-PED-TENTATIVAS(WRK-IDX-PIOR) TO WRK-REL-PR-TENT.
           EVALUATE TRUE
              WHEN WRK-PED-DT-ENTREGA(WRK-IDX-PIOR) = ZEROS
                    AND WRK-PED-MOTIVO(WRK-IDX-PIOR) NOT = SPACES
                 MOVE WRK-PED-MOTIVO(WRK-IDX-PIOR)
                    TO WRK-REL-PR-SITUACAO
              WHEN WRK-PED-DT-ENTREGA(WRK-IDX-PIOR) = ZEROS
                 MOVE 'AINDA SEM ENTREGA' TO WRK-REL-PR-SITUACAO
              WHEN WRK-PED-MOTIVO(WRK-IDX-PIOR) NOT = SPACES
                 MOVE WRK-PED-MOTIVO(WRK-IDX-PIOR)
                    TO WRK-REL-PR-SITUACAO
              WHEN OTHER
                 MOVE 'ENTREGUE' TO WRK-REL-PR-SITUACAO
           END-EVALUATE.
           WRITE REG-RELATORIO FROM WRK-REL-PIOR.
      *----------------------------------------------------------------*
       0500-FINALIZAR SECTION.
      *-----------------------
           CLOSE PEDIDOS.
           IF WRK-CLIENTES-ABERTO = 'S'
              CLOSE CLIENTES
           END-IF.
           IF WRK-CONTASREC-ABERTO = 'S'
              CLOSE CONTASREC
           END-IF.
           IF WRK-ROTAS-ABERTO = 'S'
              CLOSE ROTAS
           END-IF.
      *----------------------------------------------------------------*
