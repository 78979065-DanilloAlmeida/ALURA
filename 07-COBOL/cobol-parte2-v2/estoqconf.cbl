      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CONCILIACAO DOS SALDOS DE ESTOQUE
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    O SALDO DE UM PRODUTO ESTA GUARDADO EM MAIS DE UM LUGAR E
      *    TODOS DEVERIAM BATER: O TOTAL DO CATALOGO
      *    (PRODUTOS-ESTOQUE), A SOMA DAS FILIAIS EM ESTOQFIL.DAT, A
      *    RAZAO (FOTO DA ULTIMA COMPETENCIA FECHADA EM ESTOQFOTO.DAT
      *    MAIS AS ENTRADAS E MENOS AS SAIDAS DE ESTOQMOV.DAT DEPOIS
      *    DELA) E, PARA QUEM CONTROLA LOTE, A SOMA DOS LOTES. O
      *    RESERVADO DO CATALOGO E CONFERIDO CONTRA O QUE FALTA
      *    ENTREGAR DOS PEDIDOS ABERTOS, PENDENTES E FATURADOS (KIT
      *    NAO MONTADO RESERVA OS COMPONENTES, COMO NO PEDIDOS).
      *    CADA PRODUTO DIVERGENTE SAI EM ESTOQCONF.REL COM AS
      *    VISOES LADO A LADO E OS ULTIMOS MOVIMENTOS DA RAZAO.
      *    NO FECHAMENTO NOTURNO (ESTOQCONF_MODO=FECHAMENTO) SO
      *    RELATA. RODADO NO CONSOLE POR OPERADOR ADMINISTRADOR,
      *    OFERECE OS AJUSTES DE CORRECAO, TOMANDO O CATALOGO COMO
      *    REFERENCIA (E O SALDO QUE O INVENTARIO CONFERE): A RAZAO
      *    RECEBE UM MOVIMENTO 'AJUSTE CONCILIACAO', A FILIAL DO
      *    TERMINAL ABSORVE A DIFERENCA DAS FILIAIS E O RESERVADO
      *    VOLTA AO DOS PEDIDOS. LOTE DIVERGENTE SO E APONTADO: NAO
      *    HA COMO SABER QUAL LOTE ACERTAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. ESTOQCONF.
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

           SELECT ESTOQFIL ASSIGN TO WRK-ESTOQFIL-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ESTOQFIL-STATUS
              RECORD KEY EF-CHAVE.

           SELECT LOTES ASSIGN TO WRK-LOTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS LOTES-STATUS
              RECORD KEY LOTE-CHAVE.

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

           SELECT KITS ASSIGN TO WRK-KITS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS KITS-STATUS
              RECORD KEY KIT-CHAVE.

           SELECT OPERADORES ASSIGN TO WRK-OPERADORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OPERADORES-STATUS
              RECORD KEY OPER-CODIGO.

           SELECT ESTOQFOTO ASSIGN TO 'ESTOQFOTO.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTOQFOTO-STATUS.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTOQMOV-STATUS.

           SELECT RELATORIO ASSIGN TO 'ESTOQCONF.REL'
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
       FD ESTOQFIL.
       COPY 'estoqfil-reg.cpy'.
      *-------------
       FD LOTES.
       COPY 'lotes-reg.cpy'.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD PEDITENS.
       COPY 'peditens-reg.cpy'.
      *-------------
       FD KITS.
       COPY 'kits-reg.cpy'.
      *-------------
       FD OPERADORES.
       COPY 'operadores-reg.cpy'.
      *-------------
      *    FOTO MENSAL GRAVADA PELO ESTOQFECHA (MESMO LEIAUTE): A
      *    FOTO DE UMA COMPETENCIA E O SALDO NO FECHAMENTO DO MES.
       FD ESTOQFOTO.
       01 FOTO-REG.
          05 FOTO-COMPETENCIA     PIC 9(06).
          05 FOTO-CODIGO          PIC 9(06).
          05 FOTO-SALDO           PIC 9(05)V99.
          05 FOTO-CUSTO           PIC 9(07)V99.
          05 FOTO-VALOR           PIC 9(11)V99.
          05 FOTO-ORIGEM-CUSTO    PIC X(01).
      *-------------
       FD ESTOQMOV.
       COPY 'estoqmov-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'produtos-cfg.cpy'.
       COPY 'estoqfil-cfg.cpy'.
       COPY 'lotes-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       COPY 'kits-cfg.cpy'.
       COPY 'operadores-cfg.cpy'.
       77 PRODUTOS-STATUS      PIC   9(02).
       77 ESTOQFIL-STATUS      PIC   9(02).
       77 LOTES-STATUS         PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 KITS-STATUS          PIC   9(02).
       77 OPERADORES-STATUS    PIC   9(02).
       77 ESTOQFOTO-STATUS     PIC   9(02).
       77 ESTOQMOV-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-ESTOQFIL-ABERTO  PIC   X(01) VALUE 'N'.
       77 WRK-LOTES-ABERTO     PIC   X(01) VALUE 'N'.
       77 WRK-PEDIDOS-ABERTO   PIC   X(01) VALUE 'N'.
       77 WRK-KITS-ABERTO      PIC   X(01) VALUE 'N'.
      *    'FECHAMENTO' = PASSO DO FECHAMENTO NOTURNO (SO RELATORIO,
      *    NADA PERGUNTADO NO CONSOLE).
       77 WRK-MODO             PIC   X(10) VALUE SPACES.
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-ADMIN-OK         PIC   X(01) VALUE 'N'.
      *    FILIAL DO TERMINAL (FILIAL_CODIGO, PADRAO 01): RECEBE O
      *    MOVIMENTO DE AJUSTE E A DIFERENCA ENTRE AS FILIAIS.
       77 WRK-FILIAL           PIC   9(02) VALUE 01.
       77 WRK-FILIAL-ENV       PIC   X(02).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
      *    COMPETENCIA DA ULTIMA FOTO (ZERO = SEM FOTO: A RAZAO E A
      *    SOMA DE TODOS OS MOVIMENTOS).
       77 WRK-COMP-BASE        PIC   9(06) VALUE 0.
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-FIM-CHAVE        PIC   X(01).
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-COD-BUSCA        PIC   9(06).
       77 WRK-IDX              PIC   9(04).
       77 WRK-IDX-MOV          PIC   9(01).
       77 WRK-IDX-ITEM         PIC   9(03).
       77 WRK-QTD-PROD         PIC   9(04) VALUE 0.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
       77 WRK-E-KIT            PIC   X(01).
       77 WRK-QTD-PENDENTE     PIC   S9(07)V99.
       77 WRK-QTD-RESERVA      PIC   S9(07)V99.
       77 WRK-SOMA-FILIAIS     PIC   S9(07)V99.
       77 WRK-SOMA-LOTES       PIC   S9(07)V99.
       77 WRK-TEM-LOTE         PIC   X(01).
       77 WRK-RAZAO            PIC   S9(07)V99.
       77 WRK-RES-ESPERADA     PIC   S9(07)V99.
       77 WRK-DIF-FILIAIS      PIC   S9(07)V99.
       77 WRK-DIF-RAZAO        PIC   S9(07)V99.
       77 WRK-DIF-LOTES        PIC   S9(07)V99.
       77 WRK-DIF-RESERVA      PIC   S9(07)V99.
       77 WRK-EF-TEMP          PIC   S9(07)V99.
       77 WRK-QTD-CONFERIDOS   PIC   9(06) VALUE 0.
       77 WRK-QTD-DIVERGENTES  PIC   9(06) VALUE 0.
       77 WRK-QTD-AJU          PIC   9(04) VALUE 0.
       77 WRK-QTD-AJU-FORA     PIC   9(06) VALUE 0.
       77 WRK-QTD-AJUSTADOS    PIC   9(06) VALUE 0.
      *    PRODUTO CUJA DIFERENCA A FILIAL NAO TEM SALDO PARA ABSORVER:
      *    O ESTOQFIL FICA COMO ESTA E O PRODUTO SAI COMO PARCIAL.
       77 WRK-QTD-AJU-PARCIAL  PIC   9(06) VALUE 0.
       77 WRK-AJU-PARCIAL      PIC   X(01) VALUE 'N'.
       77 WRK-CONFIRMA         PIC   X(01).
      *    AS VISOES QUE NAO SE APLICAM AO PRODUTO (SEM LOTE, SEM
      *    ESTOQFIL, FORA DA TABELA) SAEM EM BRANCO NO DETALHE.
       77 WRK-REL-EDITADO      PIC   -ZZZZZ9.99.
      *    MONTAGEM DA MENSAGEM DA FILA DE EXCECOES.
       77 WRK-EXC-POS          PIC   9(03).
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.

      *    UMA LINHA POR PRODUTO VISTO NA FOTO, NA RAZAO OU NOS
      *    PEDIDOS (ATE 500; O EXCEDENTE FICA FORA DA CONFERENCIA DA
      *    RAZAO E DO RESERVADO E O RELATORIO AVISA). OS TRES
      *    ULTIMOS MOVIMENTOS FICAM DO MAIS RECENTE PARA O MAIS
      *    ANTIGO.
       01 WRK-TABELA-PRODUTOS.
          05 WRK-PRD OCCURS 500 TIMES.
             10 WRK-PRD-CODIGO      PIC 9(06).
             10 WRK-PRD-FOTO        PIC S9(07)V99.
             10 WRK-PRD-MOVIDO      PIC S9(07)V99.
             10 WRK-PRD-RESERVA     PIC S9(07)V99.
             10 WRK-PRD-VISTO       PIC X(01).
             10 WRK-PRD-ULT OCCURS 3 TIMES.
                15 WRK-ULT-DATA     PIC 9(08).
                15 WRK-ULT-HORA     PIC 9(06).
                15 WRK-ULT-TIPO     PIC X(01).
                15 WRK-ULT-QTDE     PIC 9(05)V99.
                15 WRK-ULT-MOTIVO   PIC X(20).
                15 WRK-ULT-FILIAL   PIC 9(02).

      *    CORRECOES PROPOSTAS, APLICADAS SO DEPOIS DA APROVACAO
      *    (ATE 300 PRODUTOS POR RODADA).
       01 WRK-TABELA-AJUSTES.
          05 WRK-AJU OCCURS 300 TIMES.
             10 WRK-AJU-CODIGO      PIC 9(06).
             10 WRK-AJU-DIF-RAZAO   PIC S9(07)V99.
             10 WRK-AJU-DIF-FILIAIS PIC S9(07)V99.
             10 WRK-AJU-ACERTA-RES  PIC X(01).
             10 WRK-AJU-RESERVA     PIC 9(05)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(36) VALUE
             'CONCILIACAO DE SALDOS DE ESTOQUE -  '.
          05 WRK-REL-DATA     PIC 9(08).
          05 FILLER           PIC X(14) VALUE '  FOTO BASE: '.
          05 WRK-REL-COMP     PIC X(07).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(09) VALUE 'CODIGO'.
          05 FILLER           PIC X(32) VALUE 'DESCRICAO'.
          05 FILLER           PIC X(11) VALUE '  CATALOGO'.
          05 FILLER           PIC X(11) VALUE '   FILIAIS'.
          05 FILLER           PIC X(11) VALUE '     RAZAO'.
          05 FILLER           PIC X(11) VALUE '     LOTES'.
          05 FILLER           PIC X(11) VALUE ' RESERVADO'.
          05 FILLER           PIC X(11) VALUE '  PEDIDOS'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-CODIGO   PIC 9(06).
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-DESC     PIC X(30).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-CATALOGO PIC -ZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-FILIAIS  PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-RAZAO    PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-LOTES    PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-RESERV   PIC -ZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-ESPERADA PIC X(10).


       01 WRK-REL-DIFERENCA.
          05 FILLER           PIC X(09) VALUE SPACES.
          05 WRK-REL-DIF-TEXTO PIC X(36).
          05 WRK-REL-DIF-QTDE PIC +ZZZZZ9.99.

       01 WRK-REL-MOVIMENTO.
          05 FILLER           PIC X(09) VALUE SPACES.
          05 FILLER           PIC X(11) VALUE 'MOVIMENTO: '.
          05 WRK-REL-MOV-DATA PIC 9(08).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-MOV-HORA PIC 9(06).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-MOV-TIPO PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-MOV-QTDE PIC ZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-MOV-MOTIVO PIC X(20).
          05 FILLER           PIC X(08) VALUE ' FILIAL '.
          05 WRK-REL-MOV-FILIAL PIC 9(02).

       01 WRK-REL-LINHA       PIC X(100).

       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(23) VALUE 'PRODUTOS CONFERIDOS..: '.
          05 WRK-REL-QTD-CONF PIC ZZZZZ9.
          05 FILLER           PIC X(17) VALUE '  DIVERGENTES..: '.
          05 WRK-REL-QTD-DIV  PIC ZZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    AREA DE CHAMADA DO EXCREG.
       COPY 'excreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGAR-FOTO.
           PERFORM 0300-CARREGAR-MOVIMENTOS.
           PERFORM 0400-CARREGAR-RESERVAS.
           PERFORM 0500-CONFERIR-PRODUTOS.
           PERFORM 0600-CONFERIR-SOBRAS.
           IF WRK-MODO NOT = 'FECHAMENTO' AND WRK-QTD-AJU > 0
              PERFORM 0700-APROVAR-AJUSTES
           END-IF.
           PERFORM 0900-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-MODO FROM ENVIRONMENT 'ESTOQCONF_MODO'.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-FILIAL-ENV FROM ENVIRONMENT 'FILIAL_CODIGO'.
           IF WRK-FILIAL-ENV NOT = SPACES
              MOVE WRK-FILIAL-ENV TO WRK-FILIAL
           END-IF.
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.

           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.
           ACCEPT WRK-ESTOQFIL-PATH FROM ENVIRONMENT 'ESTOQFIL_DAT'.
           IF WRK-ESTOQFIL-PATH = SPACES
              MOVE WRK-ESTOQFIL-PATH-PADRAO TO WRK-ESTOQFIL-PATH
           END-IF.
           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT 'LOTES_DAT'.
           IF WRK-LOTES-PATH = SPACES
              MOVE WRK-LOTES-PATH-PADRAO TO WRK-LOTES-PATH
           END-IF.
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-PEDITENS-PATH FROM ENVIRONMENT 'PEDITENS_DAT'.
           IF WRK-PEDITENS-PATH = SPACES
              MOVE WRK-PEDITENS-PATH-PADRAO TO WRK-PEDITENS-PATH
           END-IF.
           ACCEPT WRK-KITS-PATH FROM ENVIRONMENT 'KITS_DAT'.
           IF WRK-KITS-PATH = SPACES
              MOVE WRK-KITS-PATH-PADRAO TO WRK-KITS-PATH
           END-IF.

           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ESTOQCONF: PRODUTOS.DAT INDISPONIVEL. '
                 'STATUS: ' PRODUTOS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    ARQUIVO AUSENTE SO TIRA A VISAO CORRESPONDENTE DA
      *    CONFERENCIA (SEM ESTOQFIL NAO HA FILIAIS A SOMAR, SEM
      *    LOTES NINGUEM CONTROLA LOTE, SEM PEDIDOS NADA E RESERVADO).
           OPEN INPUT ESTOQFIL.
           IF ESTOQFIL-STATUS = 00
              MOVE 'S' TO WRK-ESTOQFIL-ABERTO
           END-IF.
           OPEN INPUT LOTES.
           IF LOTES-STATUS = 00
              MOVE 'S' TO WRK-LOTES-ABERTO
           END-IF.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS = 00
              MOVE 'S' TO WRK-PEDIDOS-ABERTO
              OPEN INPUT PEDITENS
           END-IF.
           OPEN INPUT KITS.
           IF KITS-STATUS = 00
              MOVE 'S' TO WRK-KITS-ABERTO
           END-IF.

      *    SO O ADMINISTRADOR APROVA OS AJUSTES (COMO NO PERIODOS).
           IF WRK-MODO NOT = 'FECHAMENTO'
              ACCEPT WRK-OPERADORES-PATH FROM ENVIRONMENT
                 'OPERADORES_DAT'
              IF WRK-OPERADORES-PATH = SPACES
                 MOVE WRK-OPERADORES-PATH-PADRAO
                    TO WRK-OPERADORES-PATH
              END-IF
              OPEN INPUT OPERADORES
              IF OPERADORES-STATUS = 00
                 MOVE WRK-OPERADOR TO OPER-CODIGO
                 READ OPERADORES
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF OPERADORES-STATUS = 00 AND OPER-ADMIN = 'S'
                    MOVE 'S' TO WRK-ADMIN-OK
                 END-IF
                 CLOSE OPERADORES
              END-IF
           END-IF.

           OPEN OUTPUT RELATORIO.
      *----------------------------------------------------------------*
       0200-CARREGAR-FOTO SECTION.
      *----------------------------------------------------------------*
      *    PRIMEIRA PASSADA ACHA A COMPETENCIA MAIS RECENTE; A
      *    SEGUNDA CARREGA O SALDO DE CADA PRODUTO NELA.
           OPEN INPUT ESTOQFOTO.
           IF ESTOQFOTO-STATUS = 00
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ESTOQFOTO
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND FOTO-COMPETENCIA > WRK-COMP-BASE
                    MOVE FOTO-COMPETENCIA TO WRK-COMP-BASE
                 END-IF
              END-PERFORM
              CLOSE ESTOQFOTO
           END-IF.

           IF WRK-COMP-BASE NOT = ZEROS
              OPEN INPUT ESTOQFOTO
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ESTOQFOTO
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND FOTO-COMPETENCIA = WRK-COMP-BASE
                    MOVE FOTO-CODIGO TO WRK-COD-BUSCA
                    PERFORM 0210-LOCALIZAR-PRODUTO
                    IF WRK-ACHOU = 'S'
                       MOVE FOTO-SALDO TO WRK-PRD-FOTO(WRK-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ESTOQFOTO
           END-IF.

           MOVE WRK-DATA-ATUAL TO WRK-REL-DATA.
           IF WRK-COMP-BASE = ZEROS
              MOVE 'NENHUMA' TO WRK-REL-COMP
           ELSE
              MOVE WRK-COMP-BASE TO WRK-REL-COMP
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
      *----------------------------------------------------------------*
       0210-LOCALIZAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
      *    DEVOLVE EM WRK-IDX A LINHA DO PRODUTO WRK-COD-BUSCA,
      *    ABRINDO LINHA NOVA QUANDO AINDA NAO EXISTE; COM A TABELA
      *    CHEIA VOLTA WRK-ACHOU = 'N'.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-PROD OR WRK-ACHOU = 'S'
              IF WRK-PRD-CODIGO(WRK-IDX) = WRK-COD-BUSCA
                 MOVE 'S' TO WRK-ACHOU
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'S'
              SUBTRACT 1 FROM WRK-IDX
           ELSE
              IF WRK-QTD-PROD < 500
                 ADD 1 TO WRK-QTD-PROD
                 MOVE WRK-QTD-PROD TO WRK-IDX
                 INITIALIZE WRK-PRD(WRK-IDX)
                 MOVE WRK-COD-BUSCA TO WRK-PRD-CODIGO(WRK-IDX)
                 MOVE 'N' TO WRK-PRD-VISTO(WRK-IDX)
                 MOVE 'S' TO WRK-ACHOU
              ELSE
                 ADD 1 TO WRK-QTD-EXCEDENTES
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0300-CARREGAR-MOVIMENTOS SECTION.
      *----------------------------------------------------------------*
      *    SO ENTRAM NO SALDO DA RAZAO OS MOVIMENTOS DEPOIS DA
      *    COMPETENCIA DA FOTO; OS ULTIMOS MOVIMENTOS GUARDADOS PARA
      *    O RELATORIO VALEM DE QUALQUER DATA.
           OPEN INPUT ESTOQMOV.
           IF ESTOQMOV-STATUS = 00
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ESTOQMOV
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                    MOVE MOV-CODIGO-PRODUTO TO WRK-COD-BUSCA
                    PERFORM 0210-LOCALIZAR-PRODUTO
                    IF WRK-ACHOU = 'S'
                       PERFORM 0310-REGISTRAR-MOVIMENTO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ESTOQMOV
           END-IF.
      *----------------------------------------------------------------*
       0310-REGISTRAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
           IF MOV-DATA(1:6) > WRK-COMP-BASE
              IF MOV-TIPO = 'E'
                 ADD MOV-QUANTIDADE TO WRK-PRD-MOVIDO(WRK-IDX)
              END-IF
              IF MOV-TIPO = 'S'
                 SUBTRACT MOV-QUANTIDADE
                    FROM WRK-PRD-MOVIDO(WRK-IDX)
              END-IF
           END-IF.

           MOVE WRK-PRD-ULT(WRK-IDX, 2) TO WRK-PRD-ULT(WRK-IDX, 3).
           MOVE WRK-PRD-ULT(WRK-IDX, 1) TO WRK-PRD-ULT(WRK-IDX, 2).
           MOVE MOV-DATA       TO WRK-ULT-DATA(WRK-IDX, 1).
           MOVE MOV-HORA       TO WRK-ULT-HORA(WRK-IDX, 1).
           MOVE MOV-TIPO       TO WRK-ULT-TIPO(WRK-IDX, 1).
           MOVE MOV-QUANTIDADE TO WRK-ULT-QTDE(WRK-IDX, 1).
           MOVE MOV-MOTIVO     TO WRK-ULT-MOTIVO(WRK-IDX, 1).
           MOVE MOV-FILIAL     TO WRK-ULT-FILIAL(WRK-IDX, 1).
      *----------------------------------------------------------------*
       0400-CARREGAR-RESERVAS SECTION.
      *----------------------------------------------------------------*
      *    O PEDIDOS RESERVA NA DIGITACAO E A ENTREGA LIBERA O QUE
      *    ENTREGA; O CANCELAMENTO LIBERA O RESTO. ENQUANTO O PEDIDO
      *    ESTA ABERTO, PENDENTE DE APROVACAO OU FATURADO, O QUE
      *    FALTA ENTREGAR DE CADA LINHA CONTINUA RESERVADO.
           IF WRK-PEDIDOS-ABERTO = 'S'
              MOVE ZEROS TO PEDIDOS-NUMERO
              START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF PEDIDOS-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ PEDIDOS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S' AND PEDIDOS-STATUS = 00
                    IF PEDIDOS-SITUACAO = 'A'
                          OR PEDIDOS-SITUACAO = 'P'
                          OR PEDIDOS-SITUACAO = 'F'
                       PERFORM 0410-RESERVAS-DO-PEDIDO
                    END-IF
                 END-IF
                 IF PEDIDOS-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0410-RESERVAS-DO-PEDIDO SECTION.
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
                 COMPUTE WRK-QTD-PENDENTE =
                    ITENS-QUANTIDADE - ITENS-QTD-ENTREGUE
                 IF WRK-QTD-PENDENTE > ZEROS
                    PERFORM 0420-VERIFICAR-KIT
                    IF WRK-E-KIT = 'S'
                       PERFORM 0430-RESERVAS-DO-KIT
                    ELSE
                       MOVE ITENS-CODIGO-PRODUTO TO WRK-COD-BUSCA
                       MOVE WRK-QTD-PENDENTE     TO WRK-QTD-RESERVA
                       PERFORM 0440-SOMAR-RESERVA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0420-VERIFICAR-KIT SECTION.
      *----------------------------------------------------------------*
      *    MESMA REGRA DO PEDIDOS: KIT E O CODIGO COM COMPOSICAO EM
      *    KITS.DAT, SALVO A LINHA ATENDIDA POR KITS JA MONTADOS.
           MOVE 'N' TO WRK-E-KIT.
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
      *----------------------------------------------------------------*
       0430-RESERVAS-DO-KIT SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-CHAVE.
           MOVE ITENS-CODIGO-PRODUTO TO KIT-CODIGO.
           MOVE ZEROS                TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-CHAVE
           END-START.
           PERFORM UNTIL WRK-FIM-CHAVE = 'S'
              READ KITS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-CHAVE
              END-READ
              IF WRK-FIM-CHAVE NOT = 'S'
                    AND (KITS-STATUS NOT = 00
                         OR KIT-CODIGO NOT = ITENS-CODIGO-PRODUTO)
                 MOVE 'S' TO WRK-FIM-CHAVE
              END-IF
              IF WRK-FIM-CHAVE NOT = 'S'
                 MOVE KIT-COMPONENTE TO WRK-COD-BUSCA
                 COMPUTE WRK-QTD-RESERVA =
                    KIT-QUANTIDADE * WRK-QTD-PENDENTE
                 PERFORM 0440-SOMAR-RESERVA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0440-SOMAR-RESERVA SECTION.
      *----------------------------------------------------------------*
           PERFORM 0210-LOCALIZAR-PRODUTO.
           IF WRK-ACHOU = 'S'
              ADD WRK-QTD-RESERVA TO WRK-PRD-RESERVA(WRK-IDX)
           END-IF.
      *----------------------------------------------------------------*
       0500-CONFERIR-PRODUTOS SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO PRODUTOS-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PRODUTOS-CHAVE
              INVALID KEY
                 CONTINUE
           END-START.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF PRODUTOS-STATUS NOT = 00
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ PRODUTOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT = 'S' AND PRODUTOS-STATUS = 00
                 PERFORM 0510-CONFERIR-UM-PRODUTO
              END-IF
              IF PRODUTOS-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0510-CONFERIR-UM-PRODUTO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-CONFERIDOS.
           MOVE ZEROS TO WRK-DIF-FILIAIS WRK-DIF-RAZAO
                         WRK-DIF-LOTES WRK-DIF-RESERVA
                         WRK-RAZAO WRK-RES-ESPERADA.

           MOVE PRODUTOS-CODIGO TO WRK-COD-BUSCA.
           PERFORM 0210-LOCALIZAR-PRODUTO.
           IF WRK-ACHOU = 'S'
              MOVE 'S' TO WRK-PRD-VISTO(WRK-IDX)
              COMPUTE WRK-RAZAO = WRK-PRD-FOTO(WRK-IDX)
                 + WRK-PRD-MOVIDO(WRK-IDX)
              MOVE WRK-PRD-RESERVA(WRK-IDX) TO WRK-RES-ESPERADA
              COMPUTE WRK-DIF-RAZAO = PRODUTOS-ESTOQUE - WRK-RAZAO
      *       O PEDIDOS NUNCA RESERVA ALEM DO FISICO: COM PEDIDOS
      *       PASSANDO DO SALDO, O RESERVADO CERTO E O PROPRIO SALDO.
              IF WRK-RES-ESPERADA > PRODUTOS-ESTOQUE
                 MOVE PRODUTOS-ESTOQUE TO WRK-RES-ESPERADA
              END-IF
              COMPUTE WRK-DIF-RESERVA =
                 PRODUTOS-RESERVADO - WRK-RES-ESPERADA
           END-IF.

           PERFORM 0520-SOMAR-FILIAIS.
           IF WRK-ESTOQFIL-ABERTO = 'S'
              COMPUTE WRK-DIF-FILIAIS =
                 PRODUTOS-ESTOQUE - WRK-SOMA-FILIAIS
           END-IF.
           PERFORM 0530-SOMAR-LOTES.
           IF WRK-TEM-LOTE = 'S'
              COMPUTE WRK-DIF-LOTES = PRODUTOS-ESTOQUE - WRK-SOMA-LOTES
           END-IF.

           IF WRK-DIF-FILIAIS NOT = ZEROS
                 OR WRK-DIF-RAZAO NOT = ZEROS
                 OR WRK-DIF-LOTES NOT = ZEROS
                 OR WRK-DIF-RESERVA NOT = ZEROS
              ADD 1 TO WRK-QTD-DIVERGENTES
              PERFORM 0540-IMPRIMIR-DIVERGENCIA
              PERFORM 0550-GUARDAR-AJUSTE
              PERFORM 0560-REGISTRAR-EXCECAO
           END-IF.
      *----------------------------------------------------------------*
       0520-SOMAR-FILIAIS SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-SOMA-FILIAIS.
           IF WRK-ESTOQFIL-ABERTO = 'S'
              MOVE 'N' TO WRK-FIM-CHAVE
              MOVE PRODUTOS-CODIGO TO EF-CODIGO
              MOVE ZEROS           TO EF-FILIAL
              START ESTOQFIL KEY IS NOT LESS THAN EF-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-CHAVE
              END-START
              PERFORM UNTIL WRK-FIM-CHAVE = 'S'
                 READ ESTOQFIL NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-CHAVE
                 END-READ
                 IF WRK-FIM-CHAVE NOT = 'S'
                       AND (ESTOQFIL-STATUS NOT = 00
                            OR EF-CODIGO NOT = PRODUTOS-CODIGO)
                    MOVE 'S' TO WRK-FIM-CHAVE
                 END-IF
                 IF WRK-FIM-CHAVE NOT = 'S'
                    ADD EF-SALDO TO WRK-SOMA-FILIAIS
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0530-SOMAR-LOTES SECTION.
      *----------------------------------------------------------------*
      *    PRODUTO SEM NENHUMA LINHA EM LOTES.DAT NAO CONTROLA LOTE
      *    E FICA FORA DESSA VISAO.
           MOVE ZEROS TO WRK-SOMA-LOTES.
           MOVE 'N'   TO WRK-TEM-LOTE.
           IF WRK-LOTES-ABERTO = 'S'
              MOVE 'N' TO WRK-FIM-CHAVE
              MOVE PRODUTOS-CODIGO TO LOTE-CODIGO-PRODUTO
              MOVE LOW-VALUES      TO LOTE-NUMERO
              START LOTES KEY IS NOT LESS THAN LOTE-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-CHAVE
              END-START
              PERFORM UNTIL WRK-FIM-CHAVE = 'S'
                 READ LOTES NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-CHAVE
                 END-READ
                 IF WRK-FIM-CHAVE NOT = 'S'
                       AND (LOTES-STATUS NOT = 00
                            OR LOTE-CODIGO-PRODUTO NOT =
                               PRODUTOS-CODIGO)
                    MOVE 'S' TO WRK-FIM-CHAVE
                 END-IF
                 IF WRK-FIM-CHAVE NOT = 'S'
                    MOVE 'S' TO WRK-TEM-LOTE
                    ADD LOTE-SALDO TO WRK-SOMA-LOTES
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0540-IMPRIMIR-DIVERGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE PRODUTOS-CODIGO    TO WRK-REL-CODIGO.
           MOVE PRODUTOS-DESCRICAO TO WRK-REL-DESC.
           MOVE PRODUTOS-ESTOQUE   TO WRK-REL-CATALOGO.
           MOVE PRODUTOS-RESERVADO TO WRK-REL-RESERV.
           MOVE SPACES TO WRK-REL-FILIAIS WRK-REL-RAZAO
                          WRK-REL-LOTES WRK-REL-ESPERADA.
           IF WRK-ESTOQFIL-ABERTO = 'S'
              MOVE WRK-SOMA-FILIAIS TO WRK-REL-EDITADO
              MOVE WRK-REL-EDITADO  TO WRK-REL-FILIAIS
           END-IF.
           IF WRK-ACHOU = 'S'
              MOVE WRK-RAZAO        TO WRK-REL-EDITADO
              MOVE WRK-REL-EDITADO  TO WRK-REL-RAZAO
              MOVE WRK-RES-ESPERADA TO WRK-REL-EDITADO
              MOVE WRK-REL-EDITADO  TO WRK-REL-ESPERADA
           END-IF.
           IF WRK-TEM-LOTE = 'S'
              MOVE WRK-SOMA-LOTES   TO WRK-REL-EDITADO
              MOVE WRK-REL-EDITADO  TO WRK-REL-LOTES
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.

           IF WRK-DIF-FILIAIS NOT = ZEROS
              MOVE 'CATALOGO MENOS SOMA DAS FILIAIS: '
                 TO WRK-REL-DIF-TEXTO
              MOVE WRK-DIF-FILIAIS TO WRK-REL-DIF-QTDE
              WRITE REG-RELATORIO FROM WRK-REL-DIFERENCA
           END-IF.
           IF WRK-DIF-RAZAO NOT = ZEROS
              MOVE 'CATALOGO MENOS RAZAO: ' TO WRK-REL-DIF-TEXTO
              MOVE WRK-DIF-RAZAO TO WRK-REL-DIF-QTDE
              WRITE REG-RELATORIO FROM WRK-REL-DIFERENCA
           END-IF.
           IF WRK-DIF-LOTES NOT = ZEROS
              MOVE 'CATALOGO MENOS SOMA DOS LOTES: '
                 TO WRK-REL-DIF-TEXTO
              MOVE WRK-DIF-LOTES TO WRK-REL-DIF-QTDE
              WRITE REG-RELATORIO FROM WRK-REL-DIFERENCA
           END-IF.
           IF WRK-DIF-RESERVA NOT = ZEROS
              MOVE 'RESERVADO MENOS PEDIDOS EM ABERTO: '
                 TO WRK-REL-DIF-TEXTO
              MOVE WRK-DIF-RESERVA TO WRK-REL-DIF-QTDE
              WRITE REG-RELATORIO FROM WRK-REL-DIFERENCA
           END-IF.

           IF WRK-ACHOU NOT = 'S'
              MOVE SPACES TO WRK-REL-LINHA
              STRING '         TABELA CHEIA: RAZAO E RESERVADO NAO '
                    DELIMITED BY SIZE
                 'CONFERIDOS' DELIMITED BY SIZE
                 INTO WRK-REL-LINHA
              WRITE REG-RELATORIO FROM WRK-REL-LINHA
           ELSE
              IF WRK-ULT-DATA(WRK-IDX, 1) = ZEROS
                 MOVE '         SEM MOVIMENTO NA RAZAO'
                    TO WRK-REL-LINHA
                 WRITE REG-RELATORIO FROM WRK-REL-LINHA
              END-IF
              PERFORM VARYING WRK-IDX-MOV FROM 1 BY 1
                    UNTIL WRK-IDX-MOV > 3
                 IF WRK-ULT-DATA(WRK-IDX, WRK-IDX-MOV) NOT = ZEROS
                    MOVE WRK-ULT-DATA(WRK-IDX, WRK-IDX-MOV)
                       TO WRK-REL-MOV-DATA
                    MOVE WRK-ULT-HORA(WRK-IDX, WRK-IDX-MOV)
                       TO WRK-REL-MOV-HORA
                    MOVE WRK-ULT-TIPO(WRK-IDX, WRK-IDX-MOV)
                       TO WRK-REL-MOV-TIPO
                    MOVE WRK-ULT-QTDE(WRK-IDX, WRK-IDX-MOV)
                       TO WRK-REL-MOV-QTDE
                    MOVE WRK-ULT-MOTIVO(WRK-IDX, WRK-IDX-MOV)
                       TO WRK-REL-MOV-MOTIVO
                    MOVE WRK-ULT-FILIAL(WRK-IDX, WRK-IDX-MOV)
                       TO WRK-REL-MOV-FILIAL
                    WRITE REG-RELATORIO FROM WRK-REL-MOVIMENTO
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0550-GUARDAR-AJUSTE SECTION.
      *----------------------------------------------------------------*
      *    SO DIFERENCA CORRIGIVEL VAI PARA A TABELA DE AJUSTES.
           IF WRK-DIF-FILIAIS NOT = ZEROS
                 OR WRK-DIF-RAZAO NOT = ZEROS
                 OR WRK-DIF-RESERVA NOT = ZEROS
              IF WRK-QTD-AJU < 300
                 ADD 1 TO WRK-QTD-AJU
                 MOVE PRODUTOS-CODIGO TO WRK-AJU-CODIGO(WRK-QTD-AJU)
                 MOVE WRK-DIF-RAZAO
                    TO WRK-AJU-DIF-RAZAO(WRK-QTD-AJU)
                 MOVE WRK-DIF-FILIAIS
                    TO WRK-AJU-DIF-FILIAIS(WRK-QTD-AJU)
                 MOVE WRK-RES-ESPERADA
                    TO WRK-AJU-RESERVA(WRK-QTD-AJU)
                 IF WRK-DIF-RESERVA NOT = ZEROS
                    MOVE 'S' TO WRK-AJU-ACERTA-RES(WRK-QTD-AJU)
                 ELSE
                    MOVE 'N' TO WRK-AJU-ACERTA-RES(WRK-QTD-AJU)
                 END-IF
              ELSE
                 ADD 1 TO WRK-QTD-AJU-FORA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0560-REGISTRAR-EXCECAO SECTION.
      *----------------------------------------------------------------*
      *    O PRODUTO DIVERGENTE VAI TAMBEM PARA A FILA DE EXCECOES,
      *    COM AS DIFERENCAS CONTRA O CATALOGO QUE SAIRAM NO RELATORIO.
           MOVE SPACES TO EXR-MENSAGEM.
           MOVE 1      TO WRK-EXC-POS.
           STRING 'SALDO DIVERGE:' DELIMITED BY SIZE
              INTO EXR-MENSAGEM WITH POINTER WRK-EXC-POS.
           IF WRK-DIF-FILIAIS NOT = ZEROS
              MOVE WRK-DIF-FILIAIS TO WRK-REL-EDITADO
              STRING ' FILIAIS' DELIMITED BY SIZE
                 WRK-REL-EDITADO DELIMITED BY SIZE
                 INTO EXR-MENSAGEM WITH POINTER WRK-EXC-POS
           END-IF.
           IF WRK-DIF-RAZAO NOT = ZEROS
              MOVE WRK-DIF-RAZAO TO WRK-REL-EDITADO
              STRING ' RAZAO' DELIMITED BY SIZE
                 WRK-REL-EDITADO DELIMITED BY SIZE
                 INTO EXR-MENSAGEM WITH POINTER WRK-EXC-POS
           END-IF.
           IF WRK-DIF-LOTES NOT = ZEROS
              MOVE WRK-DIF-LOTES TO WRK-REL-EDITADO
              STRING ' LOTES' DELIMITED BY SIZE
                 WRK-REL-EDITADO DELIMITED BY SIZE
                 INTO EXR-MENSAGEM WITH POINTER WRK-EXC-POS
           END-IF.
           IF WRK-DIF-RESERVA NOT = ZEROS
              MOVE WRK-DIF-RESERVA TO WRK-REL-EDITADO
              STRING ' RESERVA' DELIMITED BY SIZE
                 WRK-REL-EDITADO DELIMITED BY SIZE
                 INTO EXR-MENSAGEM WITH POINTER WRK-EXC-POS
           END-IF.
           MOVE PRODUTOS-CODIGO TO EXR-CHAVE.
           PERFORM 0570-CHAMAR-EXCREG.
      *----------------------------------------------------------------*
       0570-CHAMAR-EXCREG SECTION.
      *----------------------------------------------------------------*
           MOVE 'ESTOQCONF' TO EXR-PROGRAMA.
           MOVE 'ESTOQUE'   TO EXR-AREA.
           MOVE 'A'         TO EXR-SEVERIDADE.
           CALL 'EXCREG' USING EXR-PARAMETROS.
      *----------------------------------------------------------------*
       0600-CONFERIR-SOBRAS SECTION.
      *----------------------------------------------------------------*
      *    PRODUTO QUE A RAZAO OU OS PEDIDOS AINDA CARREGAM MAS QUE
      *    SAIU DO CATALOGO: SO APONTADO, NAO HA ONDE AJUSTAR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-PROD
              IF WRK-PRD-VISTO(WRK-IDX) = 'N'
                 COMPUTE WRK-RAZAO = WRK-PRD-FOTO(WRK-IDX)
                    + WRK-PRD-MOVIDO(WRK-IDX)
                 IF WRK-RAZAO NOT = ZEROS
                       OR WRK-PRD-RESERVA(WRK-IDX) NOT = ZEROS
                    ADD 1 TO WRK-QTD-DIVERGENTES
                    MOVE WRK-RAZAO TO WRK-REL-EDITADO
                    MOVE SPACES TO WRK-REL-LINHA
                    STRING 'PRODUTO FORA DO CATALOGO. CODIGO: '
                          DELIMITED BY SIZE
                       WRK-PRD-CODIGO(WRK-IDX) DELIMITED BY SIZE
                       ' SALDO NA RAZAO: ' DELIMITED BY SIZE
                       WRK-REL-EDITADO DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                    MOVE SPACES TO REG-RELATORIO
                    WRITE REG-RELATORIO
                    WRITE REG-RELATORIO FROM WRK-REL-LINHA
                    MOVE WRK-PRD-CODIGO(WRK-IDX) TO EXR-CHAVE
                    MOVE WRK-REL-LINHA(1:80)     TO EXR-MENSAGEM
                    PERFORM 0570-CHAMAR-EXCREG
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0700-APROVAR-AJUSTES SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'PRODUTOS DIVERGENTES.: ' WRK-QTD-DIVERGENTES.
           DISPLAY 'COM AJUSTE PROPOSTO..: ' WRK-QTD-AJU.
           DISPLAY 'DETALHES EM ESTOQCONF.REL'.
           IF WRK-ADMIN-OK NOT = 'S'
              DISPLAY 'SO OPERADOR ADMINISTRADOR APROVA OS AJUSTES.'
           ELSE
              DISPLAY 'APROVAR E GERAR OS AJUSTES DE CORRECAO (S/N)? '
              ACCEPT WRK-CONFIRMA FROM CONSOLE
              INSPECT WRK-CONFIRMA CONVERTING 'sn' TO 'SN'
              IF WRK-CONFIRMA = 'S'
      *          OS AJUSTES SAO DATADOS HOJE, COMO NO INVENTARIO.
                 MOVE 'E'   TO PEV-MODULO
                 MOVE ZEROS TO PEV-DATA
                 CALL 'PERVALIDA' USING PEV-PARAMETROS
                 IF PEV-RETORNO NOT = 'A'
                    DISPLAY 'COMPETENCIA DE ESTOQUE FECHADA. '
                       'NENHUM AJUSTE FEITO.'
                 ELSE
                    PERFORM 0710-APLICAR-AJUSTES
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0710-APLICAR-AJUSTES SECTION.
      *----------------------------------------------------------------*
           CLOSE PRODUTOS.
           OPEN I-O PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PRODUTOS.DAT. STATUS: '
                 PRODUTOS-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WRK-ESTOQFIL-ABERTO = 'S'
                 CLOSE ESTOQFIL
              END-IF
              OPEN I-O ESTOQFIL
              IF ESTOQFIL-STATUS = 35 THEN
                 OPEN OUTPUT ESTOQFIL
                 CLOSE ESTOQFIL
                 OPEN I-O ESTOQFIL
              END-IF
              IF ESTOQFIL-STATUS = 00
                 MOVE 'S' TO WRK-ESTOQFIL-ABERTO
              ELSE
                 MOVE 'N' TO WRK-ESTOQFIL-ABERTO
              END-IF
              OPEN EXTEND ESTOQMOV
              IF ESTOQMOV-STATUS = 35
                 OPEN OUTPUT ESTOQMOV
              END-IF

              PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-AJU
                 PERFORM 0720-AJUSTAR-PRODUTO
              END-PERFORM
              CLOSE ESTOQMOV

              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE SPACES TO WRK-REL-LINHA
              STRING 'AJUSTES APROVADOS POR ' DELIMITED BY SIZE
                 WRK-OPERADOR DELIMITED BY SPACE
                 '. PRODUTOS AJUSTADOS: ' DELIMITED BY SIZE
                 WRK-QTD-AJUSTADOS DELIMITED BY SIZE
                 '. PARCIAIS: ' DELIMITED BY SIZE
                 WRK-QTD-AJU-PARCIAL DELIMITED BY SIZE
                 INTO WRK-REL-LINHA
              WRITE REG-RELATORIO FROM WRK-REL-LINHA
              DISPLAY 'PRODUTOS AJUSTADOS...: ' WRK-QTD-AJUSTADOS
              DISPLAY 'AJUSTES PARCIAIS.....: ' WRK-QTD-AJU-PARCIAL
           END-IF.
      *----------------------------------------------------------------*
       0720-AJUSTAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
      *    A RAZAO GANHA O MOVIMENTO QUE A LEVA AO CATALOGO; A
      *    DIFERENCA DAS FILIAIS CAI NA FILIAL DO TERMINAL SEM NOVO
      *    MOVIMENTO (O TOTAL DA CASA NAO MUDA); O RESERVADO VOLTA
      *    AO QUE OS PEDIDOS EXPLICAM.
           MOVE 'N' TO WRK-AJU-PARCIAL.
           IF WRK-AJU-DIF-RAZAO(WRK-IDX) NOT = ZEROS
              ACCEPT WRK-HORA-ATUAL FROM TIME
              MOVE WRK-DATA-ATUAL            TO MOV-DATA
              MOVE WRK-HORA-ATUAL(1:6)       TO MOV-HORA
              MOVE WRK-AJU-CODIGO(WRK-IDX)   TO MOV-CODIGO-PRODUTO
              IF WRK-AJU-DIF-RAZAO(WRK-IDX) > ZEROS
                 MOVE 'E' TO MOV-TIPO
                 MOVE WRK-AJU-DIF-RAZAO(WRK-IDX) TO MOV-QUANTIDADE
              ELSE
                 MOVE 'S' TO MOV-TIPO
                 COMPUTE MOV-QUANTIDADE =
                    WRK-AJU-DIF-RAZAO(WRK-IDX) * -1
              END-IF
              MOVE 'AJUSTE CONCILIACAO'      TO MOV-MOTIVO
              MOVE WRK-FILIAL                TO MOV-FILIAL
              MOVE SPACES                    TO MOV-LOTE
              WRITE MOV-REG
           END-IF.

           IF WRK-AJU-DIF-FILIAIS(WRK-IDX) NOT = ZEROS
                 AND WRK-ESTOQFIL-ABERTO = 'S'
              MOVE WRK-AJU-CODIGO(WRK-IDX) TO EF-CODIGO
              MOVE WRK-FILIAL              TO EF-FILIAL
              READ ESTOQFIL
                 INVALID KEY
                    CONTINUE
              END-READ
              IF ESTOQFIL-STATUS NOT = 00
                 MOVE WRK-AJU-CODIGO(WRK-IDX) TO EF-CODIGO
                 MOVE WRK-FILIAL              TO EF-FILIAL
                 MOVE ZEROS           TO EF-SALDO EF-RESERVADO
              END-IF
              COMPUTE WRK-EF-TEMP =
                 EF-SALDO + WRK-AJU-DIF-FILIAIS(WRK-IDX)
      *       SEM SALDO NA FILIAL A DIFERENCA NAO E ZERADA A FORCA:
      *       O SALDO FICA COMO ESTA, A DIVERGENCIA VOLTA NA PROXIMA
      *       CONFERENCIA E O PRODUTO SAI NO RELATORIO COMO PARCIAL.
              IF WRK-EF-TEMP < ZEROS
                 DISPLAY 'FILIAL ' WRK-FILIAL ' SEM SALDO PARA '
                    'ABSORVER A DIFERENCA DO PRODUTO '
                    WRK-AJU-CODIGO(WRK-IDX)
                 MOVE 'S' TO WRK-AJU-PARCIAL
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING 'AJUSTE PARCIAL: FILIAL ' DELIMITED BY SIZE
                    WRK-FILIAL DELIMITED BY SIZE
                    ' SEM SALDO PARA A DIFERENCA DO PRODUTO '
                       DELIMITED BY SIZE
                    WRK-AJU-CODIGO(WRK-IDX) DELIMITED BY SIZE
                    INTO WRK-REL-LINHA
                 WRITE REG-RELATORIO FROM WRK-REL-LINHA
              ELSE
                 MOVE WRK-EF-TEMP TO EF-SALDO
                 WRITE EF-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 IF ESTOQFIL-STATUS = 22
                    REWRITE EF-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                 END-IF
                 IF ESTOQFIL-STATUS NOT = 00
                    DISPLAY 'ERRO AO GRAVAR ESTOQFIL.DAT. STATUS: '
                       ESTOQFIL-STATUS
                 END-IF
              END-IF
           END-IF.

           IF WRK-AJU-ACERTA-RES(WRK-IDX) = 'S'
              MOVE WRK-AJU-CODIGO(WRK-IDX) TO PRODUTOS-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PRODUTOS-STATUS = 00
                 MOVE WRK-AJU-RESERVA(WRK-IDX) TO PRODUTOS-RESERVADO
                 REWRITE PRODUTOS-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              END-IF
              IF PRODUTOS-STATUS NOT = 00
                 DISPLAY 'ERRO AO AJUSTAR CODIGO '
                    WRK-AJU-CODIGO(WRK-IDX)
                    ' STATUS: ' PRODUTOS-STATUS
              END-IF
           END-IF.
           IF WRK-AJU-PARCIAL = 'S'
              ADD 1 TO WRK-QTD-AJU-PARCIAL
           ELSE
              ADD 1 TO WRK-QTD-AJUSTADOS
           END-IF.
      *----------------------------------------------------------------*
       0900-FINALIZAR SECTION.
      *-----------------------
           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE SPACES TO WRK-REL-LINHA
              STRING 'TABELA DE PRODUTOS CHEIA (500): CONFERENCIA '
                    DELIMITED BY SIZE
                 'PARCIAL DA RAZAO E DO RESERVADO' DELIMITED BY SIZE
                 INTO WRK-REL-LINHA
              WRITE REG-RELATORIO FROM WRK-REL-LINHA
           END-IF.
           IF WRK-QTD-AJU-FORA > ZEROS
              MOVE SPACES TO WRK-REL-LINHA
              STRING 'TABELA DE AJUSTES CHEIA (300): ' DELIMITED BY SIZE
                 WRK-QTD-AJU-FORA DELIMITED BY SIZE
                 ' PRODUTOS FICAM PARA A PROXIMA RODADA'
                    DELIMITED BY SIZE
                 INTO WRK-REL-LINHA
              WRITE REG-RELATORIO FROM WRK-REL-LINHA
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTD-CONFERIDOS  TO WRK-REL-QTD-CONF.
           MOVE WRK-QTD-DIVERGENTES TO WRK-REL-QTD-DIV.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ESTOQCONF'       TO SPL-PROGRAMA.
           MOVE 'ESTOQCONF.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE PRODUTOS.
           IF WRK-ESTOQFIL-ABERTO = 'S'
              CLOSE ESTOQFIL
           END-IF.
           IF WRK-LOTES-ABERTO = 'S'
              CLOSE LOTES
           END-IF.
           IF WRK-PEDIDOS-ABERTO = 'S'
              CLOSE PEDIDOS
              CLOSE PEDITENS
           END-IF.
           IF WRK-KITS-ABERTO = 'S'
              CLOSE KITS
           END-IF.
           IF WRK-QTD-DIVERGENTES = ZEROS
              DISPLAY 'ESTOQCONF: SALDOS DE ESTOQUE CONCILIADOS.'
           ELSE
              DISPLAY 'ESTOQCONF: ' WRK-QTD-DIVERGENTES
                 ' PRODUTOS DIVERGENTES. VER ESTOQCONF.REL'
           END-IF.
      *----------------------------------------------------------------*
