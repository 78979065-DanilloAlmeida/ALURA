      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: ORDEM DE MONTAGEM E DESMONTAGEM DE KITS
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    KIT VENDIDO COM FREQUENCIA PODE SER PRE-MONTADO PARA A
      *    EXPEDICAO NAO PRECISAR JUNTAR OS COMPONENTES A CADA
      *    PEDIDO. A ORDEM DE MONTAGEM CONSOME OS COMPONENTES DA
      *    COMPOSICAO EM KITS.DAT (QUANTIDADE DO KIT VEZES A
      *    QUANTIDADE DO COMPONENTE) E ACRESCENTA AS UNIDADES
      *    PRONTAS AO SALDO PROPRIO DO PRODUTO DO KIT; A ORDEM DE
      *    DESMONTAGEM FAZ O CAMINHO INVERSO, LIMITADA AOS KITS
      *    MONTADOS NAO RESERVADOS. CADA ORDEM:
      *      - MOVE O SALDO DO CATALOGO (PRODUTOS) E O DA FILIAL
      *        DESTE TERMINAL (ESTOQFIL);
      *      - GRAVA NA RAZAO DE ESTOQUE UMA SAIDA 'S' POR
      *        COMPONENTE E UMA ENTRADA 'E' DO KIT NA MONTAGEM (O
      *        CONTRARIO NA DESMONTAGEM), MOTIVO 'MONTAGEM KIT' OU
      *        'DESMONTAGEM KIT';
      *      - RESPEITA OS LOTES: COMPONENTE COM LOTE SAI PELO LOTE
      *        DE VALIDADE MAIS PROXIMA COM SALDO (FEFO), QUEBRANDO
      *        EM MAIS DE UM LOTE QUANDO PRECISO, UM MOVIMENTO POR
      *        LOTE; NA DESMONTAGEM VOLTA AO LOTE INFORMADO PELO
      *        OPERADOR (EM BRANCO = LOTE FEFO DO PRODUTO).
      *    O PEDIDOS ATENDE A LINHA DE KIT PELOS KITS MONTADOS
      *    QUANDO HA SALDO DELES E SO EXPLODE NOS COMPONENTES NA
      *    FALTA. AS ORDENS DA SESSAO SAEM EM MONTAGEM.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. MONTAGEM.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT KITS ASSIGN TO WRK-KITS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS KITS-STATUS
              RECORD KEY KIT-CHAVE.

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT LOTES ASSIGN TO WRK-LOTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS LOTES-STATUS
              RECORD KEY LOTE-CHAVE.

           SELECT ESTOQFIL ASSIGN TO WRK-ESTOQFIL-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ESTOQFIL-STATUS
              RECORD KEY EF-CHAVE.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTOQMOV-STATUS.

           SELECT RELATORIO ASSIGN TO 'MONTAGEM.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD KITS.
       COPY 'kits-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD LOTES.
       COPY 'lotes-reg.cpy'.
      *-------------
       FD ESTOQFIL.
       COPY 'estoqfil-reg.cpy'.
      *-------------
       FD ESTOQMOV.
       COPY 'estoqmov-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'kits-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'lotes-cfg.cpy'.
       COPY 'estoqfil-cfg.cpy'.
       77 KITS-STATUS          PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 LOTES-STATUS         PIC   9(02).
       77 ESTOQFIL-STATUS      PIC   9(02).
       77 ESTOQMOV-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
      *    SEM LOTES.DAT A ORDEM MOVE SO O SALDO DO PRODUTO.
       77 WRK-LOTES-ABERTO     PIC   X(01) VALUE 'N'.
      *    FILIAL DESTE TERMINAL (FILIAL_CODIGO, PADRAO 01), ONDE A
      *    MONTAGEM ACONTECE.
       77 WRK-FILIAL           PIC   9(02) VALUE 01.
       77 WRK-FILIAL-ENV       PIC   X(02).
      *    OPCAO 1 = MONTAR; 2 = DESMONTAR; 0 = SAIR.
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-ORDEM-OK         PIC   X(01).
       77 WRK-SALDO-OK         PIC   X(01).
       77 WRK-CONFIRMA         PIC   X(01).
       77 WRK-FIM-KIT          PIC   X(01).
       77 WRK-FIM-LOTE         PIC   X(01).
       77 WRK-SEM-LOTE         PIC   X(01).
       77 WRK-TEM-LOTE         PIC   X(01).
       77 WRK-COMP-EXCEDIDA    PIC   X(01).
       77 WRK-KIT-CODIGO       PIC   9(06).
       77 WRK-KIT-DESCRICAO    PIC   X(30).
       77 WRK-QTD-KITS         PIC   9(05).
       77 WRK-DISPONIVEL       PIC   S9(06)V99.
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
      *    PRODUTO, QUANTIDADE E LOTE DO MOVIMENTO EM CURSO.
       77 WRK-COD-MOV          PIC   9(06).
       77 WRK-QTD-MOV          PIC   9(05)V99.
       77 WRK-LOTE-MOV         PIC   X(10).
       77 WRK-TIPO-MOV         PIC   X(01).
       77 WRK-MOTIVO           PIC   X(20).
       77 WRK-QTD-RESTANTE     PIC   9(07)V99.
       77 WRK-LOTE-FEFO        PIC   X(10).
       77 WRK-LOTE-VALIDADE    PIC   9(08).
       77 WRK-LOTE-INFORMADO   PIC   X(10).
       77 WRK-PROD-TEMP        PIC   S9(06)V99.
       77 WRK-EF-TEMP          PIC   S9(06)V99.
       77 WRK-EF-DELTA         PIC   S9(06)V99.
       77 WRK-QTD-COMP         PIC   9(02) VALUE 0.
       77 WRK-IDX-COMP         PIC   9(02) VALUE 0.
       77 WRK-QTD-MONTAGENS    PIC   9(05) VALUE 0.
       77 WRK-QTD-DESMONTAGENS PIC   9(05) VALUE 0.

      *    COMPOSICAO DO KIT DA ORDEM EM CURSO.
       01 WRK-TABELA-COMPOSICAO.
          05 WRK-COMP OCCURS 20 TIMES.
             10 WRK-COMP-CODIGO     PIC 9(06).
             10 WRK-COMP-POR-KIT    PIC 9(03)V99.
             10 WRK-COMP-NECESSARIO PIC 9(07)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(30) VALUE
             'ORDENS DE MONTAGEM DE KITS EM '.
          05 WRK-REL-DATA     PIC 9(08).
          05 FILLER           PIC X(10) VALUE '  FILIAL: '.
          05 WRK-REL-FILIAL   PIC 9(02).

       01 WRK-REL-ORDEM.
          05 WRK-REL-OPERACAO PIC X(12).
          05 FILLER           PIC X(05) VALUE 'KIT '.
          05 WRK-REL-KIT      PIC 9(06).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-KIT-DESC PIC X(30).
          05 FILLER           PIC X(08) VALUE '  QTDE: '.
          05 WRK-REL-KIT-QTDE PIC ZZZZ9.

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(06) VALUE 'TIPO'.
          05 FILLER           PIC X(09) VALUE 'PRODUTO'.
          05 FILLER           PIC X(32) VALUE 'DESCRICAO'.
          05 FILLER           PIC X(12) VALUE 'LOTE'.
          05 FILLER           PIC X(10) VALUE 'QTDE'.

       01 WRK-REL-DETALHE.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-TIPO     PIC X(01).
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-CODIGO   PIC 9(06).
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-DESC     PIC X(30).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-LOTE     PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-QTDE     PIC ZZZZ9.99.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = ZEROS.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *---------------------
      *    AS ORDENS SAO LANCADAS HOJE: COM O ESTOQUE DO MES ATUAL
      *    JA FECHADO NAO HA O QUE MONTAR OU DESMONTAR.
           MOVE 'E'   TO PEV-MODULO.
           MOVE ZEROS TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.
           IF PEV-RETORNO NOT = 'A'
              DISPLAY 'COMPETENCIA DE ESTOQUE FECHADA. '
                 'NENHUMA ORDEM FEITA.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WRK-KITS-PATH FROM ENVIRONMENT 'KITS_DAT'.
           IF WRK-KITS-PATH = SPACES
              MOVE WRK-KITS-PATH-PADRAO TO WRK-KITS-PATH
           END-IF.
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.
           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT 'LOTES_DAT'.
           IF WRK-LOTES-PATH = SPACES
              MOVE WRK-LOTES-PATH-PADRAO TO WRK-LOTES-PATH
           END-IF.
           ACCEPT WRK-ESTOQFIL-PATH FROM ENVIRONMENT 'ESTOQFIL_DAT'.
           IF WRK-ESTOQFIL-PATH = SPACES
              MOVE WRK-ESTOQFIL-PATH-PADRAO TO WRK-ESTOQFIL-PATH
           END-IF.
           ACCEPT WRK-FILIAL-ENV FROM ENVIRONMENT 'FILIAL_CODIGO'.
           IF WRK-FILIAL-ENV NOT = SPACES
              MOVE WRK-FILIAL-ENV TO WRK-FILIAL
           END-IF.

      *    SEM O CADASTRO DE KITS NAO HA COMPOSICAO A MONTAR.
           OPEN INPUT KITS.
           IF KITS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR KITS.DAT. STATUS: ' KITS-STATUS
              MOVE ZEROS TO WRK-OPCAO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PRODUTOS.DAT. STATUS: '
                 PRODUTOS-STATUS
              CLOSE KITS
              MOVE ZEROS TO WRK-OPCAO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O ESTOQFIL
              IF ESTOQFIL-STATUS = 35 THEN
                 OPEN OUTPUT ESTOQFIL
                 CLOSE ESTOQFIL
                 OPEN I-O ESTOQFIL
              END-IF.

           OPEN EXTEND ESTOQMOV.
           IF ESTOQMOV-STATUS = 35
              OPEN OUTPUT ESTOQMOV
           END-IF.

           OPEN I-O LOTES.
           IF LOTES-STATUS = 00
              MOVE 'S' TO WRK-LOTES-ABERTO
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR MONTAGEM.REL. STATUS: '
                 RELATORIO-STATUS
              CLOSE KITS PRODUTOS ESTOQFIL ESTOQMOV
              IF WRK-LOTES-ABERTO = 'S'
                 CLOSE LOTES
              END-IF
              MOVE ZEROS TO WRK-OPCAO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WRK-DATA-ATUAL TO WRK-REL-DATA.
           MOVE WRK-FILIAL     TO WRK-REL-FILIAL.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.

           MOVE 9 TO WRK-OPCAO.
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'ORDEM DE MONTAGEM DE KITS:'.
           DISPLAY '1 - MONTAR KITS (CONSOME OS COMPONENTES)'.
           DISPLAY '2 - DESMONTAR KITS (DEVOLVE OS COMPONENTES)'.
           DISPLAY '0 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
              WHEN 0
                 CONTINUE
              WHEN 1
              WHEN 2
                 PERFORM 2100-INFORMAR-ORDEM
                 IF WRK-ORDEM-OK = 'S'
                    IF WRK-OPCAO = 1
                       PERFORM 2200-MONTAR
                    ELSE
                       PERFORM 2500-DESMONTAR
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE.
      *----------------------------------------------------------------*
       2100-INFORMAR-ORDEM SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ORDEM-OK.
           DISPLAY 'CODIGO DO KIT: '.
           ACCEPT WRK-KIT-CODIGO FROM CONSOLE.
           MOVE WRK-KIT-CODIGO TO PRODUTOS-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'KIT NAO ENCONTRADO NO CATALOGO!'
           ELSE
              MOVE PRODUTOS-DESCRICAO TO WRK-KIT-DESCRICAO
              COMPUTE WRK-DISPONIVEL =
                 PRODUTOS-ESTOQUE - PRODUTOS-RESERVADO
              PERFORM 2110-CARREGAR-COMPOSICAO
              EVALUATE TRUE
                 WHEN WRK-QTD-COMP = ZEROS
                    DISPLAY 'PRODUTO SEM COMPOSICAO EM KITS.DAT!'
                 WHEN WRK-COMP-EXCEDIDA = 'S'
                    DISPLAY 'COMPOSICAO COM MAIS DE 20 COMPONENTES!'
                 WHEN OTHER
                    DISPLAY 'KIT: ' WRK-KIT-DESCRICAO
                    DISPLAY 'MONTADOS: ' PRODUTOS-ESTOQUE
                       ' RESERVADOS: ' PRODUTOS-RESERVADO
                    DISPLAY 'QUANTIDADE DE KITS: '
                    ACCEPT WRK-QTD-KITS FROM CONSOLE
                    IF WRK-QTD-KITS = ZEROS
                       DISPLAY 'QUANTIDADE INVALIDA!'
                    ELSE
                       PERFORM 2120-CONFERIR-SALDOS
                       IF WRK-SALDO-OK = 'S'
                          DISPLAY 'CONFIRMA A ORDEM (S/N)? '
                          ACCEPT WRK-CONFIRMA FROM CONSOLE
                          INSPECT WRK-CONFIRMA CONVERTING
                             'sn' TO 'SN'
                          IF WRK-CONFIRMA = 'S'
                             MOVE 'S' TO WRK-ORDEM-OK
                          END-IF
                       END-IF
                    END-IF
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       2110-CARREGAR-COMPOSICAO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-COMP.
           MOVE 'N'   TO WRK-COMP-EXCEDIDA WRK-FIM-KIT.
           MOVE WRK-KIT-CODIGO TO KIT-CODIGO.
           MOVE ZEROS          TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-KIT
           END-START.
           PERFORM UNTIL WRK-FIM-KIT = 'S'
              READ KITS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-KIT
              END-READ
              IF WRK-FIM-KIT NOT = 'S'
                    AND (KITS-STATUS NOT = 00
                         OR KIT-CODIGO NOT = WRK-KIT-CODIGO)
                 MOVE 'S' TO WRK-FIM-KIT
              END-IF
              IF WRK-FIM-KIT NOT = 'S'
                 IF WRK-QTD-COMP < 20
                    ADD 1 TO WRK-QTD-COMP
                    MOVE KIT-COMPONENTE
                       TO WRK-COMP-CODIGO(WRK-QTD-COMP)
                    MOVE KIT-QUANTIDADE
                       TO WRK-COMP-POR-KIT(WRK-QTD-COMP)
                 ELSE
                    MOVE 'S' TO WRK-COMP-EXCEDIDA
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2120-CONFERIR-SALDOS SECTION.
      *----------------------------------------------------------------*
      *    NA MONTAGEM CADA COMPONENTE PRECISA TER DISPONIVEL (FISICO
      *    MENOS RESERVADO) PARA A ORDEM INTEIRA; NA DESMONTAGEM SO
      *    SAEM KITS MONTADOS AINDA NAO RESERVADOS POR PEDIDO.
           MOVE 'S' TO WRK-SALDO-OK.
           IF WRK-OPCAO = 2
                 AND WRK-QTD-KITS > WRK-DISPONIVEL
              DISPLAY 'KITS MONTADOS DISPONIVEIS INSUFICIENTES!'
              MOVE 'N' TO WRK-SALDO-OK
           END-IF.
           PERFORM VARYING WRK-IDX-COMP FROM 1 BY 1
                 UNTIL WRK-IDX-COMP > WRK-QTD-COMP
              COMPUTE WRK-COMP-NECESSARIO(WRK-IDX-COMP) =
                 WRK-COMP-POR-KIT(WRK-IDX-COMP) * WRK-QTD-KITS
              MOVE WRK-COMP-CODIGO(WRK-IDX-COMP) TO PRODUTOS-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PRODUTOS-STATUS NOT = 00
                 DISPLAY 'COMPONENTE FORA DO CATALOGO: '
                    WRK-COMP-CODIGO(WRK-IDX-COMP)
                 MOVE 'N' TO WRK-SALDO-OK
              ELSE
                 COMPUTE WRK-DISPONIVEL =
                    PRODUTOS-ESTOQUE - PRODUTOS-RESERVADO
                 IF WRK-OPCAO = 1
                       AND WRK-COMP-NECESSARIO(WRK-IDX-COMP)
                           > WRK-DISPONIVEL
                    DISPLAY 'COMPONENTE ' PRODUTOS-CODIGO
                       ' SEM SALDO. NECESSARIO: '
                       WRK-COMP-NECESSARIO(WRK-IDX-COMP)
                       ' DISPONIVEL: ' WRK-DISPONIVEL
                    MOVE 'N' TO WRK-SALDO-OK
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2200-MONTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MONTAGEM KIT' TO WRK-MOTIVO.
           MOVE 'MONTAGEM'     TO WRK-REL-OPERACAO.
           PERFORM 2900-IMPRIMIR-ORDEM.
           PERFORM VARYING WRK-IDX-COMP FROM 1 BY 1
                 UNTIL WRK-IDX-COMP > WRK-QTD-COMP
              PERFORM 2300-SAIDA-COMPONENTE
           END-PERFORM.

           MOVE WRK-KIT-CODIGO TO WRK-COD-MOV.
           MOVE WRK-QTD-KITS   TO WRK-QTD-MOV.
           MOVE SPACES         TO WRK-LOTE-MOV.
           PERFORM 2600-ENTRADA-PRODUTO.

           ADD 1 TO WRK-QTD-MONTAGENS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY 'MONTAGEM CONCLUIDA: ' WRK-QTD-KITS ' KIT(S).'.
      *----------------------------------------------------------------*
       2300-SAIDA-COMPONENTE SECTION.
      *----------------------------------------------------------------*
      *    O COMPONENTE COM LOTE SAI PELOS LOTES FEFO ATE COBRIR A
      *    QUANTIDADE; O QUE OS LOTES NAO COBREM (OU PRODUTO SEM
      *    LOTE) SAI SEM LOTE, COMO NAS DEMAIS SAIDAS.
           MOVE WRK-COMP-CODIGO(WRK-IDX-COMP)     TO WRK-COD-MOV.
           MOVE WRK-COMP-NECESSARIO(WRK-IDX-COMP) TO WRK-QTD-RESTANTE.
           MOVE 'N' TO WRK-SEM-LOTE.
           IF WRK-LOTES-ABERTO NOT = 'S'
              MOVE 'S' TO WRK-SEM-LOTE
           END-IF.
           PERFORM UNTIL WRK-QTD-RESTANTE = ZEROS
                 OR WRK-SEM-LOTE = 'S'
              PERFORM 2310-CONSUMIR-LOTE
           END-PERFORM.
           IF WRK-QTD-RESTANTE > ZEROS
              MOVE WRK-QTD-RESTANTE TO WRK-QTD-MOV
              MOVE SPACES           TO WRK-LOTE-MOV
              PERFORM 2400-SAIDA-PRODUTO
           END-IF.
      *----------------------------------------------------------------*
       2310-CONSUMIR-LOTE SECTION.
      *----------------------------------------------------------------*
           MOVE 'S' TO WRK-TEM-LOTE.
           PERFORM 2700-LOCALIZAR-LOTE-FEFO.
           IF WRK-LOTE-FEFO = SPACES
              MOVE 'S' TO WRK-SEM-LOTE
           ELSE
              MOVE WRK-COD-MOV   TO LOTE-CODIGO-PRODUTO
              MOVE WRK-LOTE-FEFO TO LOTE-NUMERO
              READ LOTES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF LOTES-STATUS NOT = 00
                 MOVE 'S' TO WRK-SEM-LOTE
              ELSE
                 IF LOTE-SALDO < WRK-QTD-RESTANTE
                    MOVE LOTE-SALDO       TO WRK-QTD-MOV
                 ELSE
                    MOVE WRK-QTD-RESTANTE TO WRK-QTD-MOV
                 END-IF
                 SUBTRACT WRK-QTD-MOV FROM LOTE-SALDO
                 REWRITE LOTE-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 IF LOTES-STATUS NOT = 00
                    DISPLAY 'ERRO AO GRAVAR LOTE. STATUS: '
                       LOTES-STATUS
                    MOVE 'S' TO WRK-SEM-LOTE
                 ELSE
                    MOVE WRK-LOTE-FEFO TO WRK-LOTE-MOV
                    PERFORM 2400-SAIDA-PRODUTO
                    SUBTRACT WRK-QTD-MOV FROM WRK-QTD-RESTANTE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2400-SAIDA-PRODUTO SECTION.
      *----------------------------------------------------------------*
      *    SAIDA DE WRK-QTD-MOV DO PRODUTO WRK-COD-MOV: CATALOGO SEM
      *    DEIXAR NEGATIVO, RAZAO DE ESTOQUE E SALDO DA FILIAL.
           MOVE WRK-COD-MOV TO PRODUTOS-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'PRODUTO FORA DO CATALOGO: ' WRK-COD-MOV
           ELSE
              COMPUTE WRK-PROD-TEMP = PRODUTOS-ESTOQUE - WRK-QTD-MOV
              IF WRK-PROD-TEMP < ZEROS
                 MOVE ZEROS TO PRODUTOS-ESTOQUE
              ELSE
                 MOVE WRK-PROD-TEMP TO PRODUTOS-ESTOQUE
              END-IF
              REWRITE PRODUTOS-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF PRODUTOS-STATUS NOT = 00
                 DISPLAY 'ERRO AO GRAVAR SALDO. STATUS: '
                    PRODUTOS-STATUS
              ELSE
                 MOVE 'S' TO WRK-TIPO-MOV
                 PERFORM 2800-GRAVAR-MOVIMENTO
                 COMPUTE WRK-EF-DELTA = WRK-QTD-MOV * -1
                 PERFORM 2810-ATUALIZAR-FILIAL
                 PERFORM 2910-IMPRIMIR-DETALHE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2500-DESMONTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'DESMONTAGEM KIT' TO WRK-MOTIVO.
           MOVE 'DESMONTAGEM'     TO WRK-REL-OPERACAO.
           PERFORM 2900-IMPRIMIR-ORDEM.

           MOVE WRK-KIT-CODIGO TO WRK-COD-MOV.
           MOVE WRK-QTD-KITS   TO WRK-QTD-MOV.
           MOVE SPACES         TO WRK-LOTE-MOV.
           PERFORM 2400-SAIDA-PRODUTO.

           PERFORM VARYING WRK-IDX-COMP FROM 1 BY 1
                 UNTIL WRK-IDX-COMP > WRK-QTD-COMP
              PERFORM 2510-ENTRADA-COMPONENTE
           END-PERFORM.

           ADD 1 TO WRK-QTD-DESMONTAGENS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY 'DESMONTAGEM CONCLUIDA: ' WRK-QTD-KITS ' KIT(S).'.
      *----------------------------------------------------------------*
       2510-ENTRADA-COMPONENTE SECTION.
      *----------------------------------------------------------------*
      *    COMPONENTE COM LOTE CADASTRADO VOLTA AO LOTE QUE O
      *    OPERADOR INFORMAR; EM BRANCO OU LOTE INEXISTENTE, VOLTA AO
      *    LOTE FEFO DO PRODUTO (O DE VALIDADE MAIS PROXIMA).
           MOVE WRK-COMP-CODIGO(WRK-IDX-COMP)     TO WRK-COD-MOV.
           MOVE WRK-COMP-NECESSARIO(WRK-IDX-COMP) TO WRK-QTD-MOV.
           MOVE SPACES TO WRK-LOTE-MOV.
           IF WRK-LOTES-ABERTO = 'S'
              MOVE 'N' TO WRK-TEM-LOTE
              PERFORM 2700-LOCALIZAR-LOTE-FEFO
              IF WRK-LOTE-FEFO NOT = SPACES
                 DISPLAY 'LOTE DE RETORNO DO COMPONENTE ' WRK-COD-MOV
                    ' (EM BRANCO = ' WRK-LOTE-FEFO '): '
                 MOVE SPACES TO WRK-LOTE-INFORMADO
                 ACCEPT WRK-LOTE-INFORMADO FROM CONSOLE
                 INSPECT WRK-LOTE-INFORMADO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 PERFORM 2520-DEVOLVER-LOTE
              END-IF
           END-IF.
           PERFORM 2600-ENTRADA-PRODUTO.
      *----------------------------------------------------------------*
       2520-DEVOLVER-LOTE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-COD-MOV TO LOTE-CODIGO-PRODUTO.
           IF WRK-LOTE-INFORMADO NOT = SPACES
              MOVE WRK-LOTE-INFORMADO TO LOTE-NUMERO
              READ LOTES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF LOTES-STATUS NOT = 00
                 DISPLAY 'LOTE NAO ENCONTRADO: VOLTA AO LOTE '
                    WRK-LOTE-FEFO
              END-IF
           END-IF.
           IF WRK-LOTE-INFORMADO = SPACES OR LOTES-STATUS NOT = 00
              MOVE WRK-LOTE-FEFO TO LOTE-NUMERO
              READ LOTES
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF.
           IF LOTES-STATUS = 00
              ADD WRK-QTD-MOV TO LOTE-SALDO
              REWRITE LOTE-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF LOTES-STATUS = 00
                 MOVE LOTE-NUMERO TO WRK-LOTE-MOV
              ELSE
                 DISPLAY 'ERRO AO GRAVAR LOTE. STATUS: ' LOTES-STATUS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2600-ENTRADA-PRODUTO SECTION.
      *----------------------------------------------------------------*
      *    ENTRADA DE WRK-QTD-MOV DO PRODUTO WRK-COD-MOV NO
      *    CATALOGO, NA RAZAO DE ESTOQUE E NO SALDO DA FILIAL.
           MOVE WRK-COD-MOV TO PRODUTOS-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'PRODUTO FORA DO CATALOGO: ' WRK-COD-MOV
           ELSE
              ADD WRK-QTD-MOV TO PRODUTOS-ESTOQUE
              REWRITE PRODUTOS-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF PRODUTOS-STATUS NOT = 00
                 DISPLAY 'ERRO AO GRAVAR SALDO. STATUS: '
                    PRODUTOS-STATUS
              ELSE
                 MOVE 'E' TO WRK-TIPO-MOV
                 PERFORM 2800-GRAVAR-MOVIMENTO
                 MOVE WRK-QTD-MOV TO WRK-EF-DELTA
                 PERFORM 2810-ATUALIZAR-FILIAL
                 PERFORM 2910-IMPRIMIR-DETALHE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2700-LOCALIZAR-LOTE-FEFO SECTION.
      *----------------------------------------------------------------*
      *    MESMA REGRA FEFO DO PEDIDOS: O LOTE DE VALIDADE MAIS
      *    PROXIMA DO PRODUTO. COM WRK-TEM-LOTE = 'S' SO CONTAM OS
      *    LOTES COM SALDO (SAIDA); COM 'N' QUALQUER LOTE CADASTRADO
      *    SERVE (RETORNO NA DESMONTAGEM).
           MOVE SPACES   TO WRK-LOTE-FEFO.
           MOVE 99999999 TO WRK-LOTE-VALIDADE.
           MOVE 'N'      TO WRK-FIM-LOTE.
           MOVE WRK-COD-MOV TO LOTE-CODIGO-PRODUTO.
           MOVE SPACES      TO LOTE-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOTE-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-LOTE
           END-START.
           PERFORM UNTIL WRK-FIM-LOTE = 'S'
              READ LOTES NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-LOTE
              END-READ
              IF WRK-FIM-LOTE NOT = 'S'
                 IF LOTE-CODIGO-PRODUTO NOT = WRK-COD-MOV
                    MOVE 'S' TO WRK-FIM-LOTE
                 ELSE
                    IF (LOTE-SALDO > ZEROS OR WRK-TEM-LOTE = 'N')
                          AND (LOTE-VALIDADE < WRK-LOTE-VALIDADE
                               OR WRK-LOTE-FEFO = SPACES)
                       MOVE LOTE-VALIDADE TO WRK-LOTE-VALIDADE
                       MOVE LOTE-NUMERO   TO WRK-LOTE-FEFO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2800-GRAVAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-DATA-ATUAL      TO MOV-DATA.
           MOVE WRK-HORA-ATUAL(1:6) TO MOV-HORA.
           MOVE WRK-COD-MOV         TO MOV-CODIGO-PRODUTO.
           MOVE WRK-TIPO-MOV        TO MOV-TIPO.
           MOVE WRK-QTD-MOV         TO MOV-QUANTIDADE.
           MOVE WRK-MOTIVO          TO MOV-MOTIVO.
           MOVE WRK-FILIAL          TO MOV-FILIAL.
           MOVE WRK-LOTE-MOV        TO MOV-LOTE.
           WRITE MOV-REG.
      *----------------------------------------------------------------*
       2810-ATUALIZAR-FILIAL SECTION.
      *----------------------------------------------------------------*
      *    APLICA WRK-EF-DELTA (COM SINAL) AO SALDO DA FILIAL, SEM
      *    DEIXAR NEGATIVO, CRIANDO A LINHA DA FILIAL SE PRECISO.
           MOVE WRK-COD-MOV TO EF-CODIGO.
           MOVE WRK-FILIAL  TO EF-FILIAL.
           READ ESTOQFIL
              INVALID KEY
                 CONTINUE
           END-READ.
           IF ESTOQFIL-STATUS NOT = 00
              MOVE WRK-COD-MOV TO EF-CODIGO
              MOVE WRK-FILIAL  TO EF-FILIAL
              MOVE ZEROS       TO EF-SALDO EF-RESERVADO
           END-IF.
           COMPUTE WRK-EF-TEMP = EF-SALDO + WRK-EF-DELTA.
           IF WRK-EF-TEMP < ZEROS
              MOVE ZEROS TO EF-SALDO
           ELSE
              MOVE WRK-EF-TEMP TO EF-SALDO
           END-IF.
           WRITE EF-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF ESTOQFIL-STATUS = 22
              REWRITE EF-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------*
       2900-IMPRIMIR-ORDEM SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-KIT-CODIGO    TO WRK-REL-KIT.
           MOVE WRK-KIT-DESCRICAO TO WRK-REL-KIT-DESC.
           MOVE WRK-QTD-KITS      TO WRK-REL-KIT-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-ORDEM.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
      *----------------------------------------------------------------*
       2910-IMPRIMIR-DETALHE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TIPO-MOV       TO WRK-REL-TIPO.
           MOVE WRK-COD-MOV        TO WRK-REL-CODIGO.
           MOVE PRODUTOS-DESCRICAO TO WRK-REL-DESC.
           MOVE WRK-LOTE-MOV       TO WRK-REL-LOTE.
           MOVE WRK-QTD-MOV        TO WRK-REL-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'MONTAGEM'        TO SPL-PROGRAMA.
           MOVE 'MONTAGEM.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE KITS.
           CLOSE PRODUTOS.
           CLOSE ESTOQFIL.
           CLOSE ESTOQMOV.
           IF WRK-LOTES-ABERTO = 'S'
              CLOSE LOTES
           END-IF.
           DISPLAY 'ORDENS DE MONTAGEM....: ' WRK-QTD-MONTAGENS.
           DISPLAY 'ORDENS DE DESMONTAGEM.: ' WRK-QTD-DESMONTAGENS.
           DISPLAY 'ORDENS GRAVADAS EM MONTAGEM.REL'.
