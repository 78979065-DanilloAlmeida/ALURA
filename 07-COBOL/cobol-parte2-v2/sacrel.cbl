      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: FILA DE CHAMADOS ABERTOS E RESUMO MENSAL DO SAC
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    RELATORIOS DOS CHAMADOS GRAVADOS PELO SAC. OPCAO 1: FILA
      *    DE TRABALHO DOS CHAMADOS NAO RESOLVIDOS (ABERTOS E EM
      *    ANDAMENTO) EM SACFILA.REL, DO MAIS ANTIGO PARA O MAIS
      *    NOVO (A NUMERACAO E SEQUENCIAL), COM A IDADE EM DIAS, OS
      *    DIAS PARADO NA SITUACAO ATUAL E A FAIXA DE IDADE (ATE 2,
      *    3-7, 8-15, MAIS DE 15 DIAS). OPCAO 2: RESUMO DOS CHAMADOS
      *    ABERTOS NO MES INFORMADO EM SACMES.REL, AGRUPADO POR TIPO,
      *    POR PRODUTO E POR TRANSPORTADORA DO PEDIDO LIGADO (SEM
      *    TRANSPORTADORA = 'PRP', ENTREGA PROPRIA, COMO NO
      *    SLAENTREGA), COM QUANTOS SEGUEM PENDENTES, QUANTOS FORAM
      *    RESOLVIDOS E O PRAZO MEDIO DE RESOLUCAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. SACREL.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT SAC ASSIGN TO WRK-SAC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SAC-STATUS
              RECORD KEY SAC-CHAVE
              ALTERNATE RECORD KEY SAC-FONE WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CLIENTES-STATUS
              RECORD KEY CLIENTES-CHAVE
              ALTERNATE RECORD KEY CLIENTES-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CLIENTES-CPF.

           SELECT PEDIDOS ASSIGN TO WRK-PEDIDOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDIDOS-STATUS
              RECORD KEY PEDIDOS-CHAVE
              ALTERNATE RECORD KEY PEDIDOS-FONE-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY PEDIDOS-DATA
                 WITH DUPLICATES.

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT RELATORIO ASSIGN TO WRK-NOME-RELATORIO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD SAC.
       COPY 'sac-reg.cpy'.
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'sac-cfg.cpy'.
       COPY 'clientes-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       77 SAC-STATUS           PIC   9(02).
       77 CLIENTES-STATUS      PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-NOME-RELATORIO   PIC   X(20).
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-FIM-SAC          PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HOJE-INT         PIC   9(08).
       77 WRK-IDADE            PIC   9(05).
       77 WRK-PARADO           PIC   9(05).
       77 WRK-DIAS-RESOL       PIC   9(05).
       77 WRK-MES-BUSCA        PIC   9(06).
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-TIPO-GRUPO       PIC   X(01).
       77 WRK-CHAVE-GRUPO      PIC   X(40).
       77 WRK-IDX-GRP          PIC   9(03).
       77 WRK-IDX-TIPO         PIC   9(01).
       77 WRK-IDX-FAIXA        PIC   9(01).
       77 WRK-QTD-GRP          PIC   9(03) VALUE 0.
       77 WRK-QTD-GRP-FORA     PIC   9(05) VALUE 0.
       77 WRK-QTD-CHAMADOS     PIC   9(07) VALUE 0.
       77 WRK-QTD-RESOLVIDOS   PIC   9(07) VALUE 0.
       77 WRK-QTD-EDT          PIC   ZZZZZZ9.

      *    FAIXAS DE IDADE DA FILA DE ABERTOS.
       01 WRK-FAIXAS.
          05 FILLER           PIC 9(05) VALUE 2.
          05 FILLER           PIC X(10) VALUE 'ATE 2 D'.
          05 FILLER           PIC 9(05) VALUE 7.
          05 FILLER           PIC X(10) VALUE '3 A 7 D'.
          05 FILLER           PIC 9(05) VALUE 15.
          05 FILLER           PIC X(10) VALUE '8 A 15 D'.
          05 FILLER           PIC 9(05) VALUE 99999.
          05 FILLER           PIC X(10) VALUE '+ DE 15 D'.
       01 FILLER REDEFINES WRK-FAIXAS.
          05 WRK-FAIXA OCCURS 4 TIMES.
             10 WRK-FAIXA-LIMITE PIC 9(05).
             10 WRK-FAIXA-NOME   PIC X(10).
       01 WRK-FAIXA-QTDS.
          05 WRK-FAIXA-QTD    PIC 9(07) OCCURS 4 TIMES.

      *    RESUMOS: 'T' TIPO DO CHAMADO, 'P' PRODUTO, 'C'
      *    TRANSPORTADORA, TODOS NA MESMA TABELA, COMO NO SLAENTREGA.
       01 WRK-TABELA-GRUPOS.
          05 WRK-GRP OCCURS 500 TIMES.
             10 WRK-GRP-TIPO       PIC X(01).
             10 WRK-GRP-CHAVE      PIC X(40).
             10 WRK-GRP-CHAMADOS   PIC 9(05).
             10 WRK-GRP-PENDENTES  PIC 9(05).
             10 WRK-GRP-RESOLVIDOS PIC 9(05).
             10 WRK-GRP-SOMA-DIAS  PIC 9(07).

       01 WRK-TIPOS.
          05 FILLER           PIC X(01) VALUE 'T'.
          05 FILLER           PIC X(20) VALUE 'POR TIPO'.
          05 FILLER           PIC X(01) VALUE 'P'.
          05 FILLER           PIC X(20) VALUE 'POR PRODUTO'.
          05 FILLER           PIC X(01) VALUE 'C'.
          05 FILLER           PIC X(20) VALUE 'POR TRANSPORTADORA'.
       01 FILLER REDEFINES WRK-TIPOS.
          05 WRK-TIPO OCCURS 3 TIMES.
             10 WRK-TIPO-CODIGO PIC X(01).
             10 WRK-TIPO-TITULO PIC X(20).

       01 WRK-NOMES-TIPO.
          05 FILLER           PIC X(21) VALUE 'AATRASO NA ENTREGA'.
          05 FILLER           PIC X(21) VALUE 'EITEM ERRADO'.
          05 FILLER           PIC X(21) VALUE 'DPRODUTO COM DEFEITO'.
          05 FILLER           PIC X(21) VALUE 'FFATURAMENTO/COBRANCA'.
          05 FILLER           PIC X(21) VALUE 'OOUTROS'.
       01 FILLER REDEFINES WRK-NOMES-TIPO.
          05 WRK-NOME-TIPO OCCURS 5 TIMES.
             10 WRK-NT-CODIGO PIC X(01).
             10 WRK-NT-NOME   PIC X(20).

       01 WRK-CHAVE-PRODUTO.
          05 WRK-CP-CODIGO    PIC 9(06).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-CP-DESCRICAO PIC X(30).

       01 WRK-FILA-CABEC1.
          05 FILLER           PIC X(44) VALUE
             'FILA DE CHAMADOS DO SAC NAO RESOLVIDOS - EM '.
          05 WRK-FILA-DATA    PIC 9(08).

       01 WRK-FILA-CABEC2.
          05 FILLER           PIC X(09) VALUE 'CHAMADO'.
          05 FILLER           PIC X(11) VALUE 'FONE'.
          05 FILLER           PIC X(32) VALUE 'CLIENTE'.
          05 FILLER           PIC X(11) VALUE 'PEDIDO'.
          05 FILLER           PIC X(05) VALUE 'TP'.
          05 FILLER           PIC X(05) VALUE 'SIT'.
          05 FILLER           PIC X(10) VALUE 'RESPONS.'.
          05 FILLER           PIC X(10) VALUE 'ABERTURA'.
          05 FILLER           PIC X(07) VALUE ' IDADE'.
          05 FILLER           PIC X(08) VALUE ' PARADO'.
          05 FILLER           PIC X(10) VALUE '  FAIXA'.

       01 WRK-FILA-DETALHE.
          05 WRK-FILA-NUMERO  PIC 9(07).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FILA-FONE    PIC 9(09).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FILA-NOME    PIC X(30).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FILA-PEDIDO  PIC 9(09).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FILA-TIPO    PIC X(01).
          05 FILLER           PIC X(04) VALUE SPACES.
          05 WRK-FILA-SIT     PIC X(01).
          05 FILLER           PIC X(04) VALUE SPACES.
          05 WRK-FILA-OPER    PIC X(08).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FILA-ABERT   PIC 9(08).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FILA-IDADE   PIC ZZZZ9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-FILA-PARADO  PIC ZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FILA-FAIXA   PIC X(10).

       01 WRK-FILA-FAIXA-TOT.
          05 FILLER           PIC X(10) VALUE 'FAIXA '.
          05 WRK-FT-NOME      PIC X(10).
          05 FILLER           PIC X(02) VALUE ': '.
          05 WRK-FT-QTD       PIC ZZZZZZ9.

       01 WRK-MES-CABEC1.
          05 FILLER           PIC X(35) VALUE
             'RESUMO DOS CHAMADOS DO SAC - MES: '.
          05 WRK-MES-REL      PIC 9(06).

       01 WRK-MES-TITULO.
          05 FILLER           PIC X(42) VALUE SPACES.
          05 FILLER           PIC X(10) VALUE '  CHAMADOS'.
          05 FILLER           PIC X(10) VALUE ' PENDENTES'.
          05 FILLER           PIC X(10) VALUE '  RESOLVID'.
          05 FILLER           PIC X(11) VALUE '  MED.DIAS'.

       01 WRK-MES-GRUPO.
          05 WRK-MES-CHAVE    PIC X(40).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 FILLER           PIC X(05) VALUE SPACES.
          05 WRK-MES-CHAMADOS PIC ZZZZ9.
          05 FILLER           PIC X(05) VALUE SPACES.
          05 WRK-MES-PEND     PIC ZZZZ9.
          05 FILLER           PIC X(05) VALUE SPACES.
          05 WRK-MES-RESOL    PIC ZZZZ9.
          05 FILLER           PIC X(05) VALUE SPACES.
          05 WRK-MES-MEDIA    PIC ZZZ9.9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 1000-FILA-ABERTOS
              WHEN 2
                 PERFORM 2000-RESUMO-MENSAL
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA. NADA FEITO.'
           END-EVALUATE.
           PERFORM 0900-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           DISPLAY '### RELATORIOS DO SAC ###'.
           DISPLAY '1 - FILA DE CHAMADOS NAO RESOLVIDOS POR IDADE'.
           DISPLAY '2 - RESUMO MENSAL POR TIPO, PRODUTO E '
              'TRANSPORTADORA'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

           ACCEPT WRK-SAC-PATH FROM ENVIRONMENT 'SAC_DAT'.
           IF WRK-SAC-PATH = SPACES
              MOVE WRK-SAC-PATH-PADRAO TO WRK-SAC-PATH
           END-IF.
           ACCEPT WRK-CLIENTES-PATH FROM ENVIRONMENT 'CLIENTES_DAT'.
           IF WRK-CLIENTES-PATH = SPACES
              MOVE WRK-CLIENTES-PATH-PADRAO TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.

           IF WRK-OPCAO = 1 OR WRK-OPCAO = 2
              OPEN INPUT SAC
              IF SAC-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR SAC.DAT. STATUS: '
                    SAC-STATUS
                 MOVE 9 TO WRK-OPCAO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN INPUT CLIENTES
                 OPEN INPUT PEDIDOS
                 OPEN INPUT PRODUTOS
              END-IF
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL).
      *----------------------------------------------------------------*
       1000-FILA-ABERTOS SECTION.
      *----------------------------------------------------------------*
           MOVE 'SACFILA.REL' TO WRK-NOME-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR SACFILA.REL. STATUS: '
                 RELATORIO-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WRK-DATA-ATUAL TO WRK-FILA-DATA
              WRITE REG-RELATORIO FROM WRK-FILA-CABEC1
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              WRITE REG-RELATORIO FROM WRK-FILA-CABEC2
              MOVE ZEROS TO WRK-FAIXA-QTDS

              MOVE 'N'   TO WRK-FIM-SAC
              MOVE ZEROS TO SAC-NUMERO
              START SAC KEY IS NOT LESS THAN SAC-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-SAC
              END-START
              PERFORM UNTIL WRK-FIM-SAC = 'S'
                 READ SAC NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-SAC
                 END-READ
                 IF WRK-FIM-SAC NOT = 'S' AND SAC-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-SAC
                 END-IF
                 IF WRK-FIM-SAC NOT = 'S' AND SAC-SITUACAO NOT = 'R'
                    PERFORM 1100-LISTAR-CHAMADO
                 END-IF
              END-PERFORM

              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                    UNTIL WRK-IDX-FAIXA > 4
                 MOVE WRK-FAIXA-NOME(WRK-IDX-FAIXA) TO WRK-FT-NOME
                 MOVE WRK-FAIXA-QTD(WRK-IDX-FAIXA)  TO WRK-FT-QTD
                 WRITE REG-RELATORIO FROM WRK-FILA-FAIXA-TOT
              END-PERFORM
              MOVE SPACES TO REG-RELATORIO
              MOVE WRK-QTD-CHAMADOS TO WRK-QTD-EDT
              STRING 'TOTAL DE CHAMADOS NAO RESOLVIDOS: '
                 DELIMITED BY SIZE
                 WRK-QTD-EDT DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
              CLOSE RELATORIO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'SACREL'          TO SPL-PROGRAMA
              MOVE 'SACFILA.REL'     TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
              DISPLAY 'FILA GRAVADA EM SACFILA.REL. CHAMADOS: '
                 WRK-QTD-CHAMADOS
           END-IF.
      *----------------------------------------------------------------*
       1100-LISTAR-CHAMADO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-CHAMADOS.
           MOVE ZEROS TO WRK-IDADE WRK-PARADO.
           IF SAC-DT-ABERTURA > ZEROS
              COMPUTE WRK-IDADE = WRK-HOJE-INT
                 - FUNCTION INTEGER-OF-DATE(SAC-DT-ABERTURA)
           END-IF.
           IF SAC-DT-SITUACAO > ZEROS
              COMPUTE WRK-PARADO = WRK-HOJE-INT
                 - FUNCTION INTEGER-OF-DATE(SAC-DT-SITUACAO)
           END-IF.
           MOVE 1 TO WRK-IDX-FAIXA.
           PERFORM UNTIL WRK-IDX-FAIXA = 4
                 OR WRK-IDADE NOT > WRK-FAIXA-LIMITE(WRK-IDX-FAIXA)
              ADD 1 TO WRK-IDX-FAIXA
           END-PERFORM.
           ADD 1 TO WRK-FAIXA-QTD(WRK-IDX-FAIXA).

           MOVE SAC-FONE TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 MOVE SPACES TO CLIENTES-NOME
           END-READ.
           MOVE SAC-NUMERO       TO WRK-FILA-NUMERO.
           MOVE SAC-FONE         TO WRK-FILA-FONE.
           MOVE CLIENTES-NOME    TO WRK-FILA-NOME.
           MOVE SAC-PEDIDO       TO WRK-FILA-PEDIDO.
           MOVE SAC-TIPO         TO WRK-FILA-TIPO.
           MOVE SAC-SITUACAO     TO WRK-FILA-SIT.
           MOVE SAC-OPERADOR     TO WRK-FILA-OPER.
           MOVE SAC-DT-ABERTURA  TO WRK-FILA-ABERT.
           MOVE WRK-IDADE        TO WRK-FILA-IDADE.
           MOVE WRK-PARADO       TO WRK-FILA-PARADO.
           MOVE WRK-FAIXA-NOME(WRK-IDX-FAIXA) TO WRK-FILA-FAIXA.
           WRITE REG-RELATORIO FROM WRK-FILA-DETALHE.
      *----------------------------------------------------------------*
       2000-RESUMO-MENSAL SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'MES DE ABERTURA (AAAAMM, 0 = MES ATUAL): '.
           ACCEPT WRK-MES-BUSCA FROM CONSOLE.
           IF WRK-MES-BUSCA = ZEROS
              MOVE WRK-DATA-ATUAL(1:6) TO WRK-MES-BUSCA
           END-IF.

           MOVE 'N'   TO WRK-FIM-SAC.
           MOVE ZEROS TO SAC-NUMERO.
           START SAC KEY IS NOT LESS THAN SAC-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-SAC
           END-START.
           PERFORM UNTIL WRK-FIM-SAC = 'S'
              READ SAC NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-SAC
              END-READ
              IF WRK-FIM-SAC NOT = 'S' AND SAC-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-SAC
              END-IF
              IF WRK-FIM-SAC NOT = 'S'
                    AND SAC-DT-ABERTURA(1:6) = WRK-MES-BUSCA
                 PERFORM 2100-CLASSIFICAR-CHAMADO
              END-IF
           END-PERFORM.
           PERFORM 2200-IMPRIMIR-RESUMO.
      *----------------------------------------------------------------*
       2100-CLASSIFICAR-CHAMADO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-CHAMADOS.
           MOVE ZEROS TO WRK-DIAS-RESOL.
           IF SAC-SITUACAO = 'R'
              ADD 1 TO WRK-QTD-RESOLVIDOS
              IF SAC-DT-RESOLUCAO > ZEROS AND SAC-DT-ABERTURA > ZEROS
                 COMPUTE WRK-DIAS-RESOL =
                    FUNCTION INTEGER-OF-DATE(SAC-DT-RESOLUCAO)
                    - FUNCTION INTEGER-OF-DATE(SAC-DT-ABERTURA)
              END-IF
           END-IF.

           MOVE 'T' TO WRK-TIPO-GRUPO.
           MOVE SPACES TO WRK-CHAVE-GRUPO.
           MOVE SAC-TIPO TO WRK-CHAVE-GRUPO.
           PERFORM VARYING WRK-IDX-TIPO FROM 1 BY 1
                 UNTIL WRK-IDX-TIPO > 5
              IF WRK-NT-CODIGO(WRK-IDX-TIPO) = SAC-TIPO
                 MOVE WRK-NT-NOME(WRK-IDX-TIPO) TO WRK-CHAVE-GRUPO
              END-IF
           END-PERFORM.
           PERFORM 2110-SOMAR-GRUPO.

           MOVE 'P' TO WRK-TIPO-GRUPO.
           IF SAC-PRODUTO = ZEROS
              MOVE 'SEM PRODUTO INFORMADO' TO WRK-CHAVE-GRUPO
           ELSE
              MOVE SAC-PRODUTO TO WRK-CP-CODIGO PRODUTOS-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    MOVE '*** FORA DO CATALOGO' TO PRODUTOS-DESCRICAO
              END-READ
              MOVE PRODUTOS-DESCRICAO TO WRK-CP-DESCRICAO
              MOVE WRK-CHAVE-PRODUTO  TO WRK-CHAVE-GRUPO
           END-IF.
           PERFORM 2110-SOMAR-GRUPO.

           MOVE 'C' TO WRK-TIPO-GRUPO.
           IF SAC-PEDIDO = ZEROS
              MOVE 'SEM PEDIDO INFORMADO' TO WRK-CHAVE-GRUPO
           ELSE
              MOVE SAC-PEDIDO TO PEDIDOS-NUMERO
              READ PEDIDOS
                 INVALID KEY
                    MOVE SPACES TO PEDIDOS-TRANSPORTADORA
              END-READ
              IF PEDIDOS-TRANSPORTADORA = SPACES
                 MOVE 'PRP' TO WRK-CHAVE-GRUPO
              ELSE
                 MOVE PEDIDOS-TRANSPORTADORA TO WRK-CHAVE-GRUPO
              END-IF
           END-IF.
           PERFORM 2110-SOMAR-GRUPO.
      *----------------------------------------------------------------*
       2110-SOMAR-GRUPO SECTION.
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
                 MOVE ZEROS TO WRK-GRP-CHAMADOS(WRK-IDX-GRP)
                               WRK-GRP-PENDENTES(WRK-IDX-GRP)
                               WRK-GRP-RESOLVIDOS(WRK-IDX-GRP)
                               WRK-GRP-SOMA-DIAS(WRK-IDX-GRP)
              ELSE
                 ADD 1 TO WRK-QTD-GRP-FORA
                 MOVE ZEROS TO WRK-IDX-GRP
              END-IF
           END-IF.

           IF WRK-IDX-GRP > ZEROS
              ADD 1 TO WRK-GRP-CHAMADOS(WRK-IDX-GRP)
              IF SAC-SITUACAO = 'R'
                 ADD 1 TO WRK-GRP-RESOLVIDOS(WRK-IDX-GRP)
                 ADD WRK-DIAS-RESOL TO WRK-GRP-SOMA-DIAS(WRK-IDX-GRP)
              ELSE
                 ADD 1 TO WRK-GRP-PENDENTES(WRK-IDX-GRP)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2200-IMPRIMIR-RESUMO SECTION.
      *----------------------------------------------------------------*
           MOVE 'SACMES.REL' TO WRK-NOME-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR SACMES.REL. STATUS: '
                 RELATORIO-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WRK-MES-BUSCA TO WRK-MES-REL
              WRITE REG-RELATORIO FROM WRK-MES-CABEC1

              PERFORM VARYING WRK-IDX-TIPO FROM 1 BY 1
                    UNTIL WRK-IDX-TIPO > 3
                 MOVE SPACES TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 MOVE WRK-TIPO-TITULO(WRK-IDX-TIPO) TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 WRITE REG-RELATORIO FROM WRK-MES-TITULO
                 PERFORM VARYING WRK-IDX-GRP FROM 1 BY 1
                       UNTIL WRK-IDX-GRP > WRK-QTD-GRP
                    IF WRK-GRP-TIPO(WRK-IDX-GRP) =
                          WRK-TIPO-CODIGO(WRK-IDX-TIPO)
                       PERFORM 2210-IMPRIMIR-GRUPO
                    END-IF
                 END-PERFORM
              END-PERFORM

              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE SPACES TO REG-RELATORIO
              STRING 'CHAMADOS ABERTOS NO MES: ' DELIMITED BY SIZE
                 WRK-QTD-CHAMADOS DELIMITED BY SIZE
                 '  RESOLVIDOS: ' DELIMITED BY SIZE
                 WRK-QTD-RESOLVIDOS DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
              IF WRK-QTD-GRP-FORA > ZEROS
                 MOVE SPACES TO REG-RELATORIO
                 STRING 'RELATORIO PARCIAL: ' DELIMITED BY SIZE
                    WRK-QTD-GRP-FORA DELIMITED BY SIZE
                    ' RESUMOS FICARAM FORA (TABELA CHEIA)'
                    DELIMITED BY SIZE
                    INTO REG-RELATORIO
                 WRITE REG-RELATORIO
              END-IF
              CLOSE RELATORIO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'SACREL'          TO SPL-PROGRAMA
              MOVE 'SACMES.REL'      TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
              DISPLAY 'RESUMO GRAVADO EM SACMES.REL. CHAMADOS: '
                 WRK-QTD-CHAMADOS
           END-IF.
      *----------------------------------------------------------------*
       2210-IMPRIMIR-GRUPO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-GRP-CHAVE(WRK-IDX-GRP)      TO WRK-MES-CHAVE.
           MOVE WRK-GRP-CHAMADOS(WRK-IDX-GRP)   TO WRK-MES-CHAMADOS.
           MOVE WRK-GRP-PENDENTES(WRK-IDX-GRP)  TO WRK-MES-PEND.
           MOVE WRK-GRP-RESOLVIDOS(WRK-IDX-GRP) TO WRK-MES-RESOL.
           MOVE ZEROS TO WRK-MES-MEDIA.
           IF WRK-GRP-RESOLVIDOS(WRK-IDX-GRP) > ZEROS
              COMPUTE WRK-MES-MEDIA ROUNDED =
                 WRK-GRP-SOMA-DIAS(WRK-IDX-GRP)
                 / WRK-GRP-RESOLVIDOS(WRK-IDX-GRP)
           END-IF.
           WRITE REG-RELATORIO FROM WRK-MES-GRUPO.
      *----------------------------------------------------------------*
       0900-FINALIZAR SECTION.
      *-----------------------
           IF WRK-OPCAO = 1 OR WRK-OPCAO = 2
              CLOSE SAC
              CLOSE CLIENTES
              CLOSE PEDIDOS
              CLOSE PRODUTOS
           END-IF.
      *----------------------------------------------------------------*
