      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: OFERTAS E ACEITES DE PRODUTOS SUBSTITUTOS
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    LE O SUBSTITUTOS.LOG GRAVADO PELO PEDIDOS (UMA LINHA POR
      *    ITEM EM FALTA PARA O QUAL A LISTA DE SUBSTITUTOS FOI
      *    MOSTRADA) NO PERIODO INFORMADO (EM BRANCO = MES ATUAL) E
      *    GRAVA EM SUBSTREL.REL: POR PRODUTO EM FALTA, QUANTAS VEZES
      *    HOUVE OFERTA, QUANTAS TERMINARAM EM TROCA E O PERCENTUAL;
      *    POR PAR PRODUTO/SUBSTITUTO, QUANTAS TROCAS E A QUANTIDADE
      *    TROCADA. O CADASTRO DE SUBSTITUTOS SE REVISA POR AQUI:
      *    PRODUTO COM MUITA OFERTA E NENHUM ACEITE PEDE OUTRA LISTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. SUBSTREL.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT SUBSTLOG ASSIGN TO 'SUBSTITUTOS.LOG'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUBSTLOG-STATUS.

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT RELATORIO ASSIGN TO 'SUBSTREL.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD SUBSTLOG.
       COPY 'substlog-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'produtos-cfg.cpy'.
       77 SUBSTLOG-STATUS      PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-DATA-INICIO      PIC   9(08).
       77 WRK-DATA-FIM         PIC   9(08).
       77 WRK-FIM-LOG          PIC   X(01).
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-TIPO-GRUPO       PIC   X(01).
       77 WRK-CHAVE-GRUPO      PIC   X(70).
       77 WRK-IDX-GRP          PIC   9(03).
       77 WRK-IDX-TIPO         PIC   9(01).
       77 WRK-QTD-GRP          PIC   9(03) VALUE 0.
       77 WRK-QTD-GRP-FORA     PIC   9(05) VALUE 0.
       77 WRK-QTD-OFERTAS      PIC   9(07) VALUE 0.
       77 WRK-QTD-ACEITAS      PIC   9(07) VALUE 0.
       77 WRK-PERCENTUAL       PIC   9(03)V9.

      *    RESUMOS: 'O' PRODUTO EM FALTA, 'P' PAR PRODUTO/SUBSTITUTO
      *    ACEITO, NA MESMA TABELA, COMO NO SLAENTREGA.
       01 WRK-TABELA-GRUPOS.
          05 WRK-GRP OCCURS 500 TIMES.
             10 WRK-GRP-TIPO       PIC X(01).
             10 WRK-GRP-CHAVE      PIC X(70).
             10 WRK-GRP-OFERTAS    PIC 9(05).
             10 WRK-GRP-ACEITAS    PIC 9(05).
             10 WRK-GRP-QUANTIDADE PIC 9(07)V99.

       01 WRK-TIPOS.
          05 FILLER           PIC X(01) VALUE 'O'.
          05 FILLER           PIC X(30) VALUE 'POR PRODUTO EM FALTA'.
          05 FILLER           PIC X(01) VALUE 'P'.
          05 FILLER           PIC X(30) VALUE
             'TROCAS POR PRODUTO/SUBSTITUTO'.
       01 FILLER REDEFINES WRK-TIPOS.
          05 WRK-TIPO OCCURS 2 TIMES.
             10 WRK-TIPO-CODIGO PIC X(01).
             10 WRK-TIPO-TITULO PIC X(30).

       01 WRK-CHAVE-PRODUTO.
          05 WRK-CP-CODIGO    PIC 9(06).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-CP-DESCRICAO PIC X(25).

       01 WRK-CHAVE-PAR.
          05 WRK-PAR-ORIGINAL PIC X(32).
          05 FILLER           PIC X(04) VALUE ' -> '.
          05 WRK-PAR-SUBST    PIC X(32).

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(38) VALUE
             'OFERTAS DE PRODUTOS SUBSTITUTOS - DE '.
          05 WRK-REL-INICIO   PIC 9(08).
          05 FILLER           PIC X(03) VALUE ' A '.
          05 WRK-REL-FIM      PIC 9(08).

       01 WRK-REL-TITULO-O.
          05 FILLER           PIC X(72) VALUE SPACES.
          05 FILLER           PIC X(10) VALUE '   OFERTAS'.
          05 FILLER           PIC X(10) VALUE '   ACEITAS'.
          05 FILLER           PIC X(10) VALUE '   % ACEIT'.

       01 WRK-REL-TITULO-P.
          05 FILLER           PIC X(72) VALUE SPACES.
          05 FILLER           PIC X(10) VALUE '    TROCAS'.
          05 FILLER           PIC X(14) VALUE '    QUANTIDADE'.

       01 WRK-REL-GRUPO-O.
          05 WRK-RGO-CHAVE    PIC X(70).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 FILLER           PIC X(05) VALUE SPACES.
          05 WRK-RGO-OFERTAS  PIC ZZZZ9.
          05 FILLER           PIC X(05) VALUE SPACES.
          05 WRK-RGO-ACEITAS  PIC ZZZZ9.
          05 FILLER           PIC X(04) VALUE SPACES.
          05 WRK-RGO-PERC     PIC ZZ9.9.

       01 WRK-REL-GRUPO-P.
          05 WRK-RGP-CHAVE    PIC X(70).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 FILLER           PIC X(05) VALUE SPACES.
          05 WRK-RGP-ACEITAS  PIC ZZZZ9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-RGP-QTD      PIC ZZZZZZZ9.99.

       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(20) VALUE 'TOTAL DE OFERTAS: '.
          05 WRK-RT-OFERTAS   PIC ZZZZZZ9.
          05 FILLER           PIC X(12) VALUE '  ACEITAS: '.
          05 WRK-RT-ACEITAS   PIC ZZZZZZ9.
          05 FILLER           PIC X(14) VALUE '  % ACEITAS: '.
          05 WRK-RT-PERC      PIC ZZ9.9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           IF SUBSTLOG-STATUS = 00
              PERFORM 0200-PROCESSAR
              PERFORM 0300-IMPRIMIR
              PERFORM 0400-FINALIZAR
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = INICIO DO MES): '.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'DATA FINAL   (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-INICIO = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-INICIO
              MOVE '01' TO WRK-DATA-INICIO(7:2)
           END-IF.
           IF WRK-DATA-FIM = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-FIM
           END-IF.

           OPEN INPUT SUBSTLOG.
           IF SUBSTLOG-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR SUBSTITUTOS.LOG. STATUS: '
                 SUBSTLOG-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT PRODUTOS
           END-IF.
      *----------------------------------------------------------------*
       0200-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-LOG.
           PERFORM UNTIL WRK-FIM-LOG = 'S'
              READ SUBSTLOG
                 AT END
                    MOVE 'S' TO WRK-FIM-LOG
              END-READ
              IF WRK-FIM-LOG NOT = 'S'
                    AND SLOG-DATA NOT < WRK-DATA-INICIO
                    AND SLOG-DATA NOT > WRK-DATA-FIM
                 PERFORM 0210-CLASSIFICAR-OFERTA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0210-CLASSIFICAR-OFERTA SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-OFERTAS.
           IF SLOG-SUBSTITUTO NOT = ZEROS
              ADD 1 TO WRK-QTD-ACEITAS
           END-IF.

           MOVE SLOG-PRODUTO TO PRODUTOS-CODIGO.
           PERFORM 0230-DESCREVER-PRODUTO.
           MOVE WRK-CHAVE-PRODUTO TO WRK-PAR-ORIGINAL.
           MOVE 'O' TO WRK-TIPO-GRUPO.
           MOVE WRK-CHAVE-PRODUTO TO WRK-CHAVE-GRUPO.
           PERFORM 0220-SOMAR-GRUPO.

           IF SLOG-SUBSTITUTO NOT = ZEROS
              MOVE SLOG-SUBSTITUTO TO PRODUTOS-CODIGO
              PERFORM 0230-DESCREVER-PRODUTO
              MOVE WRK-CHAVE-PRODUTO TO WRK-PAR-SUBST
              MOVE 'P' TO WRK-TIPO-GRUPO
              MOVE WRK-CHAVE-PAR TO WRK-CHAVE-GRUPO
              PERFORM 0220-SOMAR-GRUPO
           END-IF.
      *----------------------------------------------------------------*
       0220-SOMAR-GRUPO SECTION.
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
              IF WRK-QTD-GRP < 500
                 ADD 1 TO WRK-QTD-GRP
                 MOVE WRK-QTD-GRP     TO WRK-IDX-GRP
                 MOVE WRK-TIPO-GRUPO  TO WRK-GRP-TIPO(WRK-IDX-GRP)
                 MOVE WRK-CHAVE-GRUPO TO WRK-GRP-CHAVE(WRK-IDX-GRP)
                 MOVE ZEROS TO WRK-GRP-OFERTAS(WRK-IDX-GRP)
                               WRK-GRP-ACEITAS(WRK-IDX-GRP)
                               WRK-GRP-QUANTIDADE(WRK-IDX-GRP)
              ELSE
                 ADD 1 TO WRK-QTD-GRP-FORA
                 MOVE ZEROS TO WRK-IDX-GRP
              END-IF
           END-IF.

           IF WRK-IDX-GRP > ZEROS
              ADD 1 TO WRK-GRP-OFERTAS(WRK-IDX-GRP)
              IF SLOG-SUBSTITUTO NOT = ZEROS
                 ADD 1 TO WRK-GRP-ACEITAS(WRK-IDX-GRP)
                 ADD SLOG-QUANTIDADE
                    TO WRK-GRP-QUANTIDADE(WRK-IDX-GRP)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0230-DESCREVER-PRODUTO SECTION.
      *----------------------------------------------------------------*
           MOVE PRODUTOS-CODIGO TO WRK-CP-CODIGO.
      *    SO A LEITURA BEM SUCEDIDA VALE: A AREA DO REGISTRO GUARDA
      *    A DESCRICAO DO PRODUTO LIDO ANTES.
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS = 00
              MOVE PRODUTOS-DESCRICAO TO WRK-CP-DESCRICAO
           ELSE
              MOVE '*** FORA DO CATALOGO' TO WRK-CP-DESCRICAO
           END-IF.
      *----------------------------------------------------------------*
       0300-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-INICIO TO WRK-REL-INICIO.
           MOVE WRK-DATA-FIM    TO WRK-REL-FIM.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.

           PERFORM VARYING WRK-IDX-TIPO FROM 1 BY 1
                 UNTIL WRK-IDX-TIPO > 2
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE WRK-TIPO-TITULO(WRK-IDX-TIPO) TO REG-RELATORIO
              WRITE REG-RELATORIO
              IF WRK-TIPO-CODIGO(WRK-IDX-TIPO) = 'O'
                 WRITE REG-RELATORIO FROM WRK-REL-TITULO-O
              ELSE
                 WRITE REG-RELATORIO FROM WRK-REL-TITULO-P
              END-IF
              PERFORM VARYING WRK-IDX-GRP FROM 1 BY 1
                    UNTIL WRK-IDX-GRP > WRK-QTD-GRP
                 IF WRK-GRP-TIPO(WRK-IDX-GRP) =
                       WRK-TIPO-CODIGO(WRK-IDX-TIPO)
                    PERFORM 0310-IMPRIMIR-GRUPO
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-QTD-OFERTAS > ZEROS
              COMPUTE WRK-PERCENTUAL ROUNDED =
                 WRK-QTD-ACEITAS * 100 / WRK-QTD-OFERTAS
           END-IF.
           MOVE WRK-QTD-OFERTAS TO WRK-RT-OFERTAS.
           MOVE WRK-QTD-ACEITAS TO WRK-RT-ACEITAS.
           MOVE WRK-PERCENTUAL  TO WRK-RT-PERC.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           IF WRK-QTD-GRP-FORA > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'RELATORIO PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-GRP-FORA DELIMITED BY SIZE
                 ' RESUMOS FICARAM FORA (TABELA CHEIA)'
                 DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'SUBSTREL'        TO SPL-PROGRAMA.
           MOVE 'SUBSTREL.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       0310-IMPRIMIR-GRUPO SECTION.
      *----------------------------------------------------------------*
           IF WRK-GRP-TIPO(WRK-IDX-GRP) = 'O'
              MOVE WRK-GRP-CHAVE(WRK-IDX-GRP)   TO WRK-RGO-CHAVE
              MOVE WRK-GRP-OFERTAS(WRK-IDX-GRP) TO WRK-RGO-OFERTAS
              MOVE WRK-GRP-ACEITAS(WRK-IDX-GRP) TO WRK-RGO-ACEITAS
              COMPUTE WRK-PERCENTUAL ROUNDED =
                 WRK-GRP-ACEITAS(WRK-IDX-GRP) * 100
                 / WRK-GRP-OFERTAS(WRK-IDX-GRP)
              MOVE WRK-PERCENTUAL TO WRK-RGO-PERC
              WRITE REG-RELATORIO FROM WRK-REL-GRUPO-O
           ELSE
              MOVE WRK-GRP-CHAVE(WRK-IDX-GRP)   TO WRK-RGP-CHAVE
              MOVE WRK-GRP-ACEITAS(WRK-IDX-GRP) TO WRK-RGP-ACEITAS
              MOVE WRK-GRP-QUANTIDADE(WRK-IDX-GRP) TO WRK-RGP-QTD
              WRITE REG-RELATORIO FROM WRK-REL-GRUPO-P
           END-IF.
      *----------------------------------------------------------------*
       0400-FINALIZAR SECTION.
      *-----------------------
           CLOSE SUBSTLOG.
           CLOSE PRODUTOS.
           DISPLAY 'RELATORIO GRAVADO EM SUBSTREL.REL. OFERTAS: '
              WRK-QTD-OFERTAS ' ACEITAS: ' WRK-QTD-ACEITAS.
      *----------------------------------------------------------------*
