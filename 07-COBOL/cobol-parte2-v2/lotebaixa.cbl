      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: BAIXA DE LOTES VENCIDOS COM RELATORIO DE PERDAS
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    VARRE LOTES.DAT ATRAS DOS LOTES COM SALDO CUJA VALIDADE JA
      *    PASSOU (OS MARCADOS 'VENCIDO' NO LOTESVENC.REL) E BAIXA
      *    COMO PERDA OS QUE O OPERADOR CONFIRMAR -- UM A UM, COM O
      *    MOTIVO DE CADA LOTE, OU TODOS DE UMA VEZ COM UM MOTIVO SO
      *    (1-VENCIDO, 2-AVARIA, 3-AMOSTRA). CADA LOTE BAIXADO:
      *      - ZERA O SALDO DO LOTE;
      *      - SAI DO SALDO DO CATALOGO (PRODUTOS) E DA FILIAL DESTE
      *        TERMINAL (ESTOQFIL), SEM DEIXAR NEGATIVO;
      *      - GANHA SAIDA 'S' NA RAZAO DE ESTOQUE COM MOTIVO
      *        'PERDA VENCIMENTO', 'PERDA AVARIA' OU 'PERDA AMOSTRA'.
      *    O RELATORIO DE PERDAS SAI EM LOTEBAIXA.REL, VALORIZADO AO
      *    CUSTO MEDIO DE CUSTOMEDIO.DAT QUANDO EXISTE, SENAO AO PRECO
      *    DE CATALOGO (MARCADO COM 'C'), COM TOTAL POR MOTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. LOTEBAIXA.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO WRK-LOTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS LOTES-STATUS
              RECORD KEY LOTE-CHAVE.

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

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTOQMOV-STATUS.

           SELECT CUSTOMEDIO ASSIGN TO 'CUSTOMEDIO.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CUSTOMEDIO-STATUS.

           SELECT RELATORIO ASSIGN TO 'LOTEBAIXA.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD LOTES.
       COPY 'lotes-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD ESTOQFIL.
       COPY 'estoqfil-reg.cpy'.
      *-------------
       FD ESTOQMOV.
       COPY 'estoqmov-reg.cpy'.
      *-------------
      *    CUSTO MEDIO PONDERADO GRAVADO PELO MARGEM.
       FD CUSTOMEDIO.
       01 CM-REG.
          05 CM-CODIGO            PIC 9(06).
          05 CM-CUSTO-MEDIO       PIC 9(07)V99.
          05 CM-QTD-COMPRADA      PIC 9(07)V99.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'lotes-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'estoqfil-cfg.cpy'.
       77 LOTES-STATUS         PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 ESTOQFIL-STATUS      PIC   9(02).
       77 ESTOQMOV-STATUS      PIC   9(02).
       77 CUSTOMEDIO-STATUS    PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
      *    FILIAL DESTE TERMINAL (FILIAL_CODIGO, PADRAO 01), DE ONDE
      *    A MERCADORIA PERDIDA SAI.
       77 WRK-FILIAL           PIC   9(02) VALUE 01.
       77 WRK-FILIAL-ENV       PIC   X(02).
      *    MODO 1 = CONFIRMA LOTE A LOTE; 2 = TODOS COM UM MOTIVO SO.
       77 WRK-MODO             PIC   9(01).
       77 WRK-MOTIVO-GERAL     PIC   9(01).
       77 WRK-MOTIVO-COD       PIC   9(01).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-QTD-BAIXAR       PIC   9(05)V99.
       77 WRK-EF-TEMP          PIC   S9(06)V99.
       77 WRK-PROD-TEMP        PIC   S9(06)V99.
       77 WRK-QTD-CUSTOS       PIC   9(03) VALUE 0.
       77 WRK-IDX-CUSTO        PIC   9(03) VALUE 0.
       77 WRK-CUSTOS-CHEIO     PIC   X(01) VALUE 'N'.
       77 WRK-CUSTO-USADO      PIC   9(07)V99.
       77 WRK-ORIGEM-CUSTO     PIC   X(01).
       77 WRK-VALOR-PERDA      PIC   9(11)V99.
       77 WRK-TOT-PERDA        PIC   9(13)V99 VALUE 0.
       77 WRK-QTD-VENCIDOS     PIC   9(06) VALUE 0.
       77 WRK-QTD-BAIXADOS     PIC   9(06) VALUE 0.
       77 WRK-IDX-MOTIVO       PIC   9(01).

      *    CUSTO MEDIO CARREGADO DE CUSTOMEDIO.DAT.
       01 WRK-TABELA-CUSTOS.
          05 WRK-CST OCCURS 300 TIMES.
             10 WRK-CST-CODIGO   PIC 9(06).
             10 WRK-CST-MEDIO    PIC 9(07)V99.

      *    MOTIVO GRAVADO NA RAZAO DE ESTOQUE (O INDICE DA TABELA E
      *    O PROPRIO CODIGO DO MOTIVO).
       01 WRK-NOMES-MOTIVOS.
          05 FILLER            PIC X(20) VALUE 'PERDA VENCIMENTO'.
          05 FILLER            PIC X(20) VALUE 'PERDA AVARIA'.
          05 FILLER            PIC X(20) VALUE 'PERDA AMOSTRA'.
       01 WRK-NOME-MOTIVO REDEFINES WRK-NOMES-MOTIVOS.
          05 WRK-MOTIVO-NOME   PIC X(20) OCCURS 3 TIMES.

      *    TOTAIS DA PERDA POR MOTIVO.
       01 WRK-TABELA-MOTIVOS.
          05 WRK-MOT-TAB OCCURS 3 TIMES.
             10 WRK-MOT-LOTES    PIC 9(06).
             10 WRK-MOT-QTDE     PIC 9(09)V99.
             10 WRK-MOT-VALOR    PIC 9(13)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(30) VALUE
             'BAIXA DE LOTES - PERDAS   EM '.
          05 WRK-REL-DATA     PIC 9(08).
          05 FILLER           PIC X(10) VALUE '  FILIAL: '.
          05 WRK-REL-FILIAL   PIC 9(02).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(09) VALUE 'PRODUTO'.
          05 FILLER           PIC X(32) VALUE 'DESCRICAO'.
          05 FILLER           PIC X(12) VALUE 'LOTE'.
          05 FILLER           PIC X(10) VALUE 'VALIDADE'.
          05 FILLER           PIC X(11) VALUE 'QTDE'.
          05 FILLER           PIC X(13) VALUE 'CUSTO UNIT'.
          05 FILLER           PIC X(17) VALUE 'VALOR PERDA'.
          05 FILLER           PIC X(20) VALUE 'MOTIVO'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-CODIGO   PIC 9(06).
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-DESC     PIC X(30).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-LOTE     PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-VALID    PIC 9(08).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-QTDE     PIC ZZZZ9.99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-CUSTO    PIC ZZZZZZ9.99.
          05 WRK-REL-ORIGEM   PIC X(01).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-VALOR    PIC ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-MOTIVO   PIC X(20).

       01 WRK-REL-MOTIVO-TOT.
          05 FILLER           PIC X(10) VALUE 'TOTAL DE '.
          05 WRK-REL-MT-NOME  PIC X(20).
          05 FILLER           PIC X(08) VALUE 'LOTES: '.
          05 WRK-REL-MT-LOTES PIC ZZZZZ9.
          05 FILLER           PIC X(09) VALUE '  QTDE: '.
          05 WRK-REL-MT-QTDE  PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(10) VALUE '  VALOR: '.
          05 WRK-REL-MT-VALOR PIC ZZZZZZZZZZZZ9.99.

       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(30) VALUE
             'TOTAL GERAL DA PERDA.......: '.
          05 WRK-REL-TOT-VALOR PIC ZZZZZZZZZZZZ9.99.
          05 FILLER           PIC X(10) VALUE '  LOTES: '.
          05 WRK-REL-TOT-LOTES PIC ZZZZZ9.

       01 WRK-REL-LEGENDA.
          05 FILLER           PIC X(60) VALUE
             'C = SEM CUSTO MEDIO, VALORIZADO AO PRECO DE CATALOGO'.

       01 WRK-REL-PARCIAL.
          05 FILLER           PIC X(60) VALUE
             '*** CONFERENCIA PARCIAL: TABELA DE CUSTOS CHEIA ***'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 1100-CARREGAR-CUSTOS.
           PERFORM 2000-VARRER-LOTES.
           PERFORM 2900-IMPRIMIR-TOTAIS.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *---------------------
      *    AS PERDAS SAO LANCADAS HOJE: COM O ESTOQUE DO MES ATUAL
      *    JA FECHADO NAO HA O QUE BAIXAR.
           MOVE 'E'   TO PEV-MODULO.
           MOVE ZEROS TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.
           IF PEV-RETORNO NOT = 'A'
              DISPLAY 'COMPETENCIA DE ESTOQUE FECHADA. '
                 'NENHUM LOTE BAIXADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT 'LOTES_DAT'.
           IF WRK-LOTES-PATH = SPACES
              MOVE WRK-LOTES-PATH-PADRAO TO WRK-LOTES-PATH
           END-IF.
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.
           ACCEPT WRK-ESTOQFIL-PATH FROM ENVIRONMENT 'ESTOQFIL_DAT'.
           IF WRK-ESTOQFIL-PATH = SPACES
              MOVE WRK-ESTOQFIL-PATH-PADRAO TO WRK-ESTOQFIL-PATH
           END-IF.
           ACCEPT WRK-FILIAL-ENV FROM ENVIRONMENT 'FILIAL_CODIGO'.
           IF WRK-FILIAL-ENV NOT = SPACES
              MOVE WRK-FILIAL-ENV TO WRK-FILIAL
           END-IF.

           OPEN I-O LOTES.
           IF LOTES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR LOTES.DAT. STATUS: ' LOTES-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PRODUTOS.DAT. STATUS: '
                 PRODUTOS-STATUS
              CLOSE LOTES
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

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           INITIALIZE WRK-TABELA-MOTIVOS.

           DISPLAY 'BAIXA DE LOTES VENCIDOS:'.
           DISPLAY '1 - CONFIRMAR LOTE A LOTE'.
           DISPLAY '2 - BAIXAR TODOS OS VENCIDOS DE UMA VEZ'.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF WRK-MODO NOT = 2
              MOVE 1 TO WRK-MODO
           END-IF.
           IF WRK-MODO = 2
              MOVE ZEROS TO WRK-MOTIVO-GERAL
              PERFORM UNTIL WRK-MOTIVO-GERAL > 0
                        AND WRK-MOTIVO-GERAL < 4
                 DISPLAY 'MOTIVO DA BAIXA (1-VENCIDO 2-AVARIA '
                    '3-AMOSTRA): '
                 ACCEPT WRK-MOTIVO-GERAL FROM CONSOLE
              END-PERFORM
           END-IF.

      *    SEM O RELATORIO NAO HA REGISTRO DAS PERDAS: NADA E BAIXADO.
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR LOTEBAIXA.REL. STATUS: '
                 RELATORIO-STATUS
              CLOSE LOTES PRODUTOS ESTOQFIL ESTOQMOV
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WRK-DATA-ATUAL TO WRK-REL-DATA.
           MOVE WRK-FILIAL     TO WRK-REL-FILIAL.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
      *----------------------------------------------------------------*
       1100-CARREGAR-CUSTOS SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CUSTOMEDIO.
           IF CUSTOMEDIO-STATUS NOT = 00
              DISPLAY 'CUSTOMEDIO.DAT INDISPONIVEL: VALORIZACAO '
                 'PELO PRECO DE CATALOGO.'
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
                          MOVE 'S' TO WRK-CUSTOS-CHEIO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMEDIO
           END-IF.
      *----------------------------------------------------------------*
       2000-VARRER-LOTES SECTION.
      *----------------------------------------------------------------*
      *    SO ENTRAM LOTES COM SALDO E VALIDADE JA PASSADA; LOTE SEM
      *    VALIDADE (ZEROS) NUNCA VENCE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS  TO LOTE-CODIGO-PRODUTO.
           MOVE SPACES TO LOTE-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOTE-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ LOTES NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT = 'S'
                    AND LOTE-SALDO > ZEROS
                    AND LOTE-VALIDADE NOT = ZEROS
                    AND LOTE-VALIDADE < WRK-DATA-ATUAL
                 PERFORM 2100-AVALIAR-LOTE
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2100-AVALIAR-LOTE SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-VENCIDOS.
           MOVE LOTE-CODIGO-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS NOT = 00
              MOVE '*** PRODUTO NAO CADASTRADO ***'
                 TO PRODUTOS-DESCRICAO
              MOVE ZEROS TO PRODUTOS-PRECO-UNITARIO
           END-IF.

           IF WRK-MODO = 2
              MOVE WRK-MOTIVO-GERAL TO WRK-MOTIVO-COD
           ELSE
              DISPLAY 'PRODUTO ' LOTE-CODIGO-PRODUTO ' '
                 PRODUTOS-DESCRICAO
              DISPLAY 'LOTE ' LOTE-NUMERO ' VALIDADE ' LOTE-VALIDADE
                 ' SALDO ' LOTE-SALDO
              MOVE 9 TO WRK-MOTIVO-COD
              PERFORM UNTIL WRK-MOTIVO-COD < 4
                 DISPLAY 'MOTIVO (1-VENCIDO 2-AVARIA 3-AMOSTRA, '
                    '0 = NAO BAIXAR): '
                 ACCEPT WRK-MOTIVO-COD FROM CONSOLE
              END-PERFORM
           END-IF.

           IF WRK-MOTIVO-COD NOT = ZEROS
              PERFORM 2200-BAIXAR-LOTE
           END-IF.
      *----------------------------------------------------------------*
       2200-BAIXAR-LOTE SECTION.
      *----------------------------------------------------------------*
           MOVE LOTE-SALDO TO WRK-QTD-BAIXAR.
           MOVE ZEROS      TO LOTE-SALDO.
           REWRITE LOTE-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF LOTES-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR LOTE. STATUS: ' LOTES-STATUS
           ELSE
              IF PRODUTOS-STATUS = 00
                 COMPUTE WRK-PROD-TEMP =
                    PRODUTOS-ESTOQUE - WRK-QTD-BAIXAR
                 IF WRK-PROD-TEMP < ZEROS
                    MOVE ZEROS TO PRODUTOS-ESTOQUE
                 ELSE
                    MOVE WRK-PROD-TEMP TO PRODUTOS-ESTOQUE
                 END-IF
                 REWRITE PRODUTOS-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              END-IF

              ACCEPT WRK-HORA-ATUAL FROM TIME
              MOVE WRK-DATA-ATUAL      TO MOV-DATA
              MOVE WRK-HORA-ATUAL(1:6) TO MOV-HORA
              MOVE LOTE-CODIGO-PRODUTO TO MOV-CODIGO-PRODUTO
              MOVE 'S'                 TO MOV-TIPO
              MOVE WRK-QTD-BAIXAR      TO MOV-QUANTIDADE
              MOVE WRK-MOTIVO-NOME(WRK-MOTIVO-COD) TO MOV-MOTIVO
              MOVE WRK-FILIAL          TO MOV-FILIAL
              MOVE LOTE-NUMERO         TO MOV-LOTE
              WRITE MOV-REG

              PERFORM 2210-BAIXAR-FILIAL
              PERFORM 2220-IMPRIMIR-PERDA
           END-IF.
      *----------------------------------------------------------------*
       2210-BAIXAR-FILIAL SECTION.
      *----------------------------------------------------------------*
      *    TIRA A QUANTIDADE DO SALDO DA FILIAL, SEM DEIXAR NEGATIVO,
      *    COMO NA SAIDA DA ENTREGA.
           MOVE LOTE-CODIGO-PRODUTO TO EF-CODIGO.
           MOVE WRK-FILIAL          TO EF-FILIAL.
           READ ESTOQFIL
              INVALID KEY
                 CONTINUE
           END-READ.
           IF ESTOQFIL-STATUS NOT = 00
              MOVE LOTE-CODIGO-PRODUTO TO EF-CODIGO
              MOVE WRK-FILIAL          TO EF-FILIAL
              MOVE ZEROS               TO EF-SALDO EF-RESERVADO
           END-IF.
           COMPUTE WRK-EF-TEMP = EF-SALDO - WRK-QTD-BAIXAR.
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
       2220-IMPRIMIR-PERDA SECTION.
      *----------------------------------------------------------------*
           MOVE PRODUTOS-PRECO-UNITARIO TO WRK-CUSTO-USADO.
           MOVE 'C' TO WRK-ORIGEM-CUSTO.
           PERFORM VARYING WRK-IDX-CUSTO FROM 1 BY 1
                 UNTIL WRK-IDX-CUSTO > WRK-QTD-CUSTOS
              IF WRK-CST-CODIGO(WRK-IDX-CUSTO) = LOTE-CODIGO-PRODUTO
                 MOVE WRK-CST-MEDIO(WRK-IDX-CUSTO) TO WRK-CUSTO-USADO
                 MOVE SPACE TO WRK-ORIGEM-CUSTO
              END-IF
           END-PERFORM.
           COMPUTE WRK-VALOR-PERDA ROUNDED =
              WRK-QTD-BAIXAR * WRK-CUSTO-USADO.

           MOVE LOTE-CODIGO-PRODUTO TO WRK-REL-CODIGO.
           MOVE PRODUTOS-DESCRICAO  TO WRK-REL-DESC.
           MOVE LOTE-NUMERO         TO WRK-REL-LOTE.
           MOVE LOTE-VALIDADE       TO WRK-REL-VALID.
           MOVE WRK-QTD-BAIXAR      TO WRK-REL-QTDE.
           MOVE WRK-CUSTO-USADO     TO WRK-REL-CUSTO.
           MOVE WRK-ORIGEM-CUSTO    TO WRK-REL-ORIGEM.
           MOVE WRK-VALOR-PERDA     TO WRK-REL-VALOR.
           MOVE WRK-MOTIVO-NOME(WRK-MOTIVO-COD) TO WRK-REL-MOTIVO.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.

           ADD 1               TO WRK-MOT-LOTES(WRK-MOTIVO-COD).
           ADD WRK-QTD-BAIXAR  TO WRK-MOT-QTDE(WRK-MOTIVO-COD).
           ADD WRK-VALOR-PERDA TO WRK-MOT-VALOR(WRK-MOTIVO-COD).
           ADD WRK-VALOR-PERDA TO WRK-TOT-PERDA.
           ADD 1 TO WRK-QTD-BAIXADOS.
      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-IDX-MOTIVO FROM 1 BY 1
                 UNTIL WRK-IDX-MOTIVO > 3
              IF WRK-MOT-LOTES(WRK-IDX-MOTIVO) > ZEROS
                 MOVE WRK-MOTIVO-NOME(WRK-IDX-MOTIVO)
                    TO WRK-REL-MT-NOME
                 MOVE WRK-MOT-LOTES(WRK-IDX-MOTIVO)
                    TO WRK-REL-MT-LOTES
                 MOVE WRK-MOT-QTDE(WRK-IDX-MOTIVO)
                    TO WRK-REL-MT-QTDE
                 MOVE WRK-MOT-VALOR(WRK-IDX-MOTIVO)
                    TO WRK-REL-MT-VALOR
                 WRITE REG-RELATORIO FROM WRK-REL-MOTIVO-TOT
              END-IF
           END-PERFORM.
           MOVE WRK-TOT-PERDA    TO WRK-REL-TOT-VALOR.
           MOVE WRK-QTD-BAIXADOS TO WRK-REL-TOT-LOTES.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           WRITE REG-RELATORIO FROM WRK-REL-LEGENDA.
           IF WRK-CUSTOS-CHEIO = 'S'
              WRITE REG-RELATORIO FROM WRK-REL-PARCIAL
           END-IF.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'LOTEBAIXA'       TO SPL-PROGRAMA.
           MOVE 'LOTEBAIXA.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE LOTES.
           CLOSE PRODUTOS.
           CLOSE ESTOQFIL.
           CLOSE ESTOQMOV.
           DISPLAY 'LOTES VENCIDOS.: ' WRK-QTD-VENCIDOS.
           DISPLAY 'LOTES BAIXADOS.: ' WRK-QTD-BAIXADOS.
           DISPLAY 'RELATORIO DE PERDAS GRAVADO EM LOTEBAIXA.REL'.
