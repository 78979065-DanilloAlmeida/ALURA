      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CAMPANHAS DE MARKETING: LISTA, ETIQUETAS E RETORNO
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    O RFM GRAVA O SEGMENTO DE CADA CLIENTE EM SEGMENTOS.DAT,
      *    MAS O MARKETING SO TINHA O RFM.REL PARA LER. A OPCAO 1
      *    MONTA UMA CAMPANHA: SELECIONA OS CLIENTES ATIVOS QUE NAO
      *    PEDIRAM PARA FICAR FORA (CLIENTES-SEM-MARKETING) POR
      *    SEGMENTO DO RFM, UF, CIDADE, CATEGORIA JA COMPRADA E DIAS
      *    SEM COMPRAR (CADA CRITERIO EM BRANCO/ZERO = QUALQUER),
      *    IMPRIME AS ETIQUETAS DE ENDERECO EM TRES COLUNAS EM
      *    ETIQUETAS.REL, GRAVA A LISTA DE E-MAILS EM CAMPEMAIL.TXT
      *    (EMAIL;NOME) E REGISTRA A CAMPANHA EM CAMPANHAS.DAT COM
      *    OS CLIENTES ATINGIDOS EM CAMPALVOS.DAT. A OPCAO 2 E O
      *    ACOMPANHAMENTO: QUANTOS CLIENTES DA CAMPANHA FIZERAM
      *    PEDIDO (NAO CANCELADO) NOS N DIAS SEGUINTES AO DISPARO E
      *    QUANTO COMPRARAM, EM CAMPRETORNO.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CAMPANHA.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
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

           SELECT PEDITENS ASSIGN TO WRK-PEDITENS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDITENS-STATUS
              RECORD KEY ITENS-CHAVE.

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT CAMPANHAS ASSIGN TO WRK-CAMPANHAS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CAMPANHAS-STATUS
              RECORD KEY CAMP-CHAVE.

           SELECT CAMPALVOS ASSIGN TO WRK-CAMPALVOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CAMPALVOS-STATUS
              RECORD KEY ALVO-CHAVE.

           SELECT SEGMENTOS ASSIGN TO 'SEGMENTOS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SEGMENTOS-STATUS.

           SELECT ETIQUETAS ASSIGN TO 'ETIQUETAS.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ETIQUETAS-STATUS.

           SELECT EMAILS ASSIGN TO 'CAMPEMAIL.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EMAILS-STATUS.

           SELECT RELATORIO ASSIGN TO 'CAMPRETORNO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD PEDITENS.
       COPY 'peditens-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD CAMPANHAS.
       COPY 'campanhas-reg.cpy'.
      *-------------
       FD CAMPALVOS.
       COPY 'campalvos-reg.cpy'.
      *-------------
      *    RESULTADO DO RFM, NO DESENHO GRAVADO PELO PROPRIO RFM.
       FD SEGMENTOS.
       01 SEG-REG.
          05 SEG-FONE             PIC 9(09).
          05 SEG-RECENCIA         PIC 9(05).
          05 SEG-FREQUENCIA       PIC 9(04).
          05 SEG-VALOR            PIC 9(11)V99.
          05 SEG-SEGMENTO         PIC X(10).
      *-------------
       FD ETIQUETAS.
       01 REG-ETIQUETA            PIC X(132).
      *-------------
       FD EMAILS.
       01 REG-EMAIL               PIC X(80).
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'clientes-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'campanhas-cfg.cpy'.
       COPY 'campalvos-cfg.cpy'.
       77 CLIENTES-STATUS      PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 CAMPANHAS-STATUS     PIC   9(02).
       77 CAMPALVOS-STATUS     PIC   9(02).
       77 SEGMENTOS-STATUS     PIC   9(02).
       77 ETIQUETAS-STATUS     PIC   9(02).
       77 EMAILS-STATUS        PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-ARQS-ABERTOS     PIC   X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-FIM-PEDIDOS      PIC   X(01).
       77 WRK-FIM-ALVOS        PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HOJE-INT         PIC   9(08).
       77 WRK-DATA-INT         PIC   9(08).
       77 WRK-DIAS             PIC   9(07).
       77 WRK-SELECIONADO      PIC   X(01).
       77 WRK-COMPROU-CATEG    PIC   X(01).
       77 WRK-ULTIMO-PEDIDO    PIC   9(08).
       77 WRK-SEGMENTO-CLI     PIC   X(10).
       77 WRK-IDX-ITEM         PIC   9(03).
       77 WRK-PROXIMO-CODIGO   PIC   9(06).
       77 WRK-QTD-ALVOS        PIC   9(07) VALUE 0.
       77 WRK-QTD-EMAILS       PIC   9(07) VALUE 0.
       77 WRK-QTD-ETIQUETAS    PIC   9(07) VALUE 0.
       77 WRK-QTD-OPT-OUT      PIC   9(07) VALUE 0.
       77 WRK-COL-ETQ          PIC   9(01) VALUE 0.
       77 WRK-LIN-ETQ          PIC   9(01).

      *    SEGMENTOS DO RFM EM MEMORIA, SO QUANDO O CRITERIO PEDE.
       77 WRK-QTD-SEG          PIC   9(05) VALUE 0.
       77 WRK-IDX-SEG          PIC   9(05).
       77 WRK-SEG-EXCEDENTES   PIC   9(06) VALUE 0.
       01 WRK-TABELA-SEGMENTOS.
          05 WRK-SEG OCCURS 2000 TIMES.
             10 WRK-SEG-FONE      PIC 9(09).
             10 WRK-SEG-NOME      PIC X(10).

      *    CRITERIOS DIGITADOS PARA A CAMPANHA NOVA.
       01 WRK-CRITERIOS.
          05 WRK-CRT-DESCRICAO    PIC X(30).
          05 WRK-CRT-SEGMENTO     PIC X(10).
          05 WRK-CRT-UF           PIC X(02).
          05 WRK-CRT-CIDADE       PIC X(20).
          05 WRK-CRT-CATEGORIA    PIC 9(03).
          05 WRK-CRT-DIAS         PIC 9(05).

      *    ACOMPANHAMENTO DO RETORNO.
       77 WRK-CAMPANHA-BUSCA   PIC   9(06).
       77 WRK-DIAS-RETORNO     PIC   9(03).
       77 WRK-DATA-LIMITE      PIC   9(08).
       77 WRK-QTD-PED-CLI      PIC   9(05).
       77 WRK-VALOR-CLI        PIC   9(09)V99.
       77 WRK-QTD-RESPOSTAS    PIC   9(07) VALUE 0.
       77 WRK-QTD-PED-TOTAL    PIC   9(07) VALUE 0.
       77 WRK-VALOR-TOTAL      PIC   9(11)V99 VALUE 0.
       77 WRK-PCT-RETORNO      PIC   9(03)V99.
       77 WRK-TICKET-MEDIO     PIC   9(09)V99.

      *    BLOCO DE ETIQUETAS: TRES COLUNAS DE 40 POSICOES POR
      *    QUATRO LINHAS, IMPRESSO QUANDO A TERCEIRA COLUNA ENCHE.
       01 WRK-ETIQUETAS.
          05 WRK-ETQ-LINHA OCCURS 4 TIMES.
             10 WRK-ETQ-COL OCCURS 3 TIMES.
                15 WRK-ETQ-TXT    PIC X(40).
                15 FILLER         PIC X(04).

       01 WRK-CEP-ETQ.
          05 WRK-CEP-PREFIXO      PIC 9(05).
          05 WRK-CEP-SUFIXO       PIC 9(03).

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(25) VALUE
             'RETORNO DA CAMPANHA: '.
          05 WRK-REL-CODIGO   PIC 9(06).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-DESCRICAO PIC X(30).
          05 FILLER           PIC X(11) VALUE '  DISPARO: '.
          05 WRK-REL-DATA     PIC 9(08).
          05 FILLER           PIC X(11) VALUE '  JANELA: '.
          05 WRK-REL-DIAS     PIC ZZ9.
          05 FILLER           PIC X(05) VALUE ' DIAS'.

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(11) VALUE 'FONE'.
          05 FILLER           PIC X(32) VALUE 'CLIENTE'.
          05 FILLER           PIC X(12) VALUE 'SEGMENTO'.
          05 FILLER           PIC X(09) VALUE 'PEDIDOS'.
          05 FILLER           PIC X(14) VALUE '         VALOR'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-FONE     PIC 9(09).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-NOME     PIC X(30).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-SEGMENTO PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-QTD-PED  PIC ZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-VALOR    PIC ZZZZZZZZZ9.99.

       01 WRK-REL-NOTA.
          05 WRK-REL-NOTA-TXT PIC X(100).
       77 WRK-QTD-EDT          PIC   ZZZZZZ9.
       77 WRK-PCT-EDT          PIC   ZZ9.99.
       77 WRK-VALOR-EDT        PIC   ZZZZZZZZZZ9.99.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 1000-GERAR-CAMPANHA
              WHEN 2
                 PERFORM 2000-ACOMPANHAR-RETORNO
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
           DISPLAY '### CAMPANHAS DE MARKETING ###'.
           DISPLAY '1 - GERAR CAMPANHA (ETIQUETAS E LISTA DE E-MAILS)'.
           DISPLAY '2 - RETORNO DE UMA CAMPANHA'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

           ACCEPT WRK-CLIENTES-PATH FROM ENVIRONMENT 'CLIENTES_DAT'.
           IF WRK-CLIENTES-PATH = SPACES
              MOVE WRK-CLIENTES-PATH-PADRAO TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-PEDITENS-PATH FROM ENVIRONMENT 'PEDITENS_DAT'.
           IF WRK-PEDITENS-PATH = SPACES
              MOVE WRK-PEDITENS-PATH-PADRAO TO WRK-PEDITENS-PATH
           END-IF.
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.
           ACCEPT WRK-CAMPANHAS-PATH FROM ENVIRONMENT 'CAMPANHAS_DAT'.
           IF WRK-CAMPANHAS-PATH = SPACES
              MOVE WRK-CAMPANHAS-PATH-PADRAO TO WRK-CAMPANHAS-PATH
           END-IF.
           ACCEPT WRK-CAMPALVOS-PATH FROM ENVIRONMENT 'CAMPALVOS_DAT'.
           IF WRK-CAMPALVOS-PATH = SPACES
              MOVE WRK-CAMPALVOS-PATH-PADRAO TO WRK-CAMPALVOS-PATH
           END-IF.

           IF WRK-OPCAO = 1 OR WRK-OPCAO = 2
              OPEN INPUT CLIENTES
              OPEN INPUT PEDIDOS
              IF CLIENTES-STATUS NOT = 00 OR PEDIDOS-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR CLIENTES/PEDIDOS. STATUS: '
                    CLIENTES-STATUS ' ' PEDIDOS-STATUS
                 MOVE 9 TO WRK-OPCAO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'S' TO WRK-ARQS-ABERTOS
                 OPEN INPUT PEDITENS
                 OPEN INPUT PRODUTOS
                 OPEN I-O CAMPANHAS
                 IF CAMPANHAS-STATUS = 35
                    OPEN OUTPUT CAMPANHAS
                    CLOSE CAMPANHAS
                    OPEN I-O CAMPANHAS
                 END-IF
                 OPEN I-O CAMPALVOS
                 IF CAMPALVOS-STATUS = 35
                    OPEN OUTPUT CAMPALVOS
                    CLOSE CAMPALVOS
                    OPEN I-O CAMPALVOS
                 END-IF
                 IF PEDITENS-STATUS NOT = 00
                       OR PRODUTOS-STATUS NOT = 00
                       OR CAMPANHAS-STATUS NOT = 00
                       OR CAMPALVOS-STATUS NOT = 00
                    DISPLAY 'ERRO AO ABRIR PEDITENS/PRODUTOS/'
                       'CAMPANHAS/CAMPALVOS. STATUS: '
                       PEDITENS-STATUS ' ' PRODUTOS-STATUS ' '
                       CAMPANHAS-STATUS ' ' CAMPALVOS-STATUS
                    CLOSE CLIENTES PEDIDOS PEDITENS PRODUTOS
                       CAMPANHAS CAMPALVOS
                    MOVE 'N' TO WRK-ARQS-ABERTOS
                    MOVE 9 TO WRK-OPCAO
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL).
      *----------------------------------------------------------------*
       1000-GERAR-CAMPANHA SECTION.
      *----------------------------------------------------------------*
           PERFORM 1010-CAPTURAR-CRITERIOS.
           IF WRK-CRT-SEGMENTO NOT = SPACES
              PERFORM 1100-CARREGAR-SEGMENTOS
           END-IF.
           PERFORM 1050-PROXIMO-CODIGO.

           OPEN OUTPUT ETIQUETAS.
           OPEN OUTPUT EMAILS.
           MOVE SPACES TO WRK-ETIQUETAS.
           MOVE ZEROS  TO WRK-COL-ETQ.

           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO CLIENTES-FONE.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT = 'S'
                    AND CLIENTES-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              IF WRK-FIM-ARQUIVO NOT = 'S'
                    AND CLIENTES-SITUACAO = 'A'
                 IF CLIENTES-SEM-MARKETING = 'S'
                    ADD 1 TO WRK-QTD-OPT-OUT
                 ELSE
                    PERFORM 1200-AVALIAR-CLIENTE
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-COL-ETQ > ZEROS
              PERFORM 1320-IMPRIMIR-ETIQUETAS
           END-IF.
           CLOSE ETIQUETAS.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CAMPANHA'        TO SPL-PROGRAMA.
           MOVE 'ETIQUETAS.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE EMAILS.

           MOVE WRK-PROXIMO-CODIGO TO CAMP-CODIGO.
           MOVE WRK-CRT-DESCRICAO  TO CAMP-DESCRICAO.
           MOVE WRK-DATA-ATUAL     TO CAMP-DATA.
           MOVE WRK-CRT-SEGMENTO   TO CAMP-SEGMENTO.
           MOVE WRK-CRT-UF         TO CAMP-UF.
           MOVE WRK-CRT-CIDADE     TO CAMP-CIDADE.
           MOVE WRK-CRT-CATEGORIA  TO CAMP-CATEGORIA.
           MOVE WRK-CRT-DIAS       TO CAMP-DIAS-SEM-COMPRA.
           MOVE WRK-QTD-ALVOS      TO CAMP-QTD-ALVOS.
           MOVE WRK-QTD-EMAILS     TO CAMP-QTD-EMAILS.
           WRITE CAMP-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CAMPANHAS-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR CAMPANHAS.DAT. STATUS: '
                 CAMPANHAS-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'CAMPANHA ' WRK-PROXIMO-CODIGO ' GERADA.'.
           DISPLAY 'CLIENTES SELECIONADOS: ' WRK-QTD-ALVOS
              '  E-MAILS: ' WRK-QTD-EMAILS
              '  FORA POR OPCAO: ' WRK-QTD-OPT-OUT.
           DISPLAY 'ETIQUETAS EM ETIQUETAS.REL, E-MAILS EM '
              'CAMPEMAIL.TXT.'.
           IF WRK-SEG-EXCEDENTES > ZEROS
              DISPLAY 'ATENCAO: ' WRK-SEG-EXCEDENTES
                 ' SEGMENTOS ALEM DE 2000 FICARAM FORA DA SELECAO.'
           END-IF.
      *----------------------------------------------------------------*
       1010-CAPTURAR-CRITERIOS SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-CRITERIOS.
           MOVE ZEROS  TO WRK-CRT-CATEGORIA WRK-CRT-DIAS.
           DISPLAY 'DESCRICAO DA CAMPANHA: '.
           ACCEPT WRK-CRT-DESCRICAO FROM CONSOLE.
           DISPLAY 'SEGMENTO RFM (VIP/ATIVO/ESFRIANDO/PERDIDO, '
              'BRANCO = TODOS): '.
           ACCEPT WRK-CRT-SEGMENTO FROM CONSOLE.
           DISPLAY 'UF (BRANCO = TODAS): '.
           ACCEPT WRK-CRT-UF FROM CONSOLE.
           DISPLAY 'CIDADE (BRANCO = TODAS): '.
           ACCEPT WRK-CRT-CIDADE FROM CONSOLE.
           DISPLAY 'CATEGORIA JA COMPRADA (0 = QUALQUER): '.
           ACCEPT WRK-CRT-CATEGORIA FROM CONSOLE.
           DISPLAY 'DIAS MINIMOS SEM COMPRAR (0 = QUALQUER): '.
           ACCEPT WRK-CRT-DIAS FROM CONSOLE.
           INSPECT WRK-CRT-DESCRICAO CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-CRT-SEGMENTO CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-CRT-UF CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-CRT-CIDADE CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *----------------------------------------------------------------*
       1050-PROXIMO-CODIGO SECTION.
      *----------------------------------------------------------------*
      *    CODIGO SEQUENCIAL: O MAIOR JA GRAVADO MAIS UM.
           MOVE ZEROS TO WRK-PROXIMO-CODIGO.
           MOVE 'N'   TO WRK-FIM-ALVOS.
           MOVE ZEROS TO CAMP-CODIGO.
           START CAMPANHAS KEY IS NOT LESS THAN CAMP-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ALVOS
           END-START.
           PERFORM UNTIL WRK-FIM-ALVOS = 'S'
              READ CAMPANHAS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ALVOS
                 NOT AT END
                    MOVE CAMP-CODIGO TO WRK-PROXIMO-CODIGO
              END-READ
           END-PERFORM.
           ADD 1 TO WRK-PROXIMO-CODIGO.
      *----------------------------------------------------------------*
       1100-CARREGAR-SEGMENTOS SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT SEGMENTOS.
           IF SEGMENTOS-STATUS NOT = 00
              DISPLAY 'SEGMENTOS.DAT INDISPONIVEL. STATUS: '
                 SEGMENTOS-STATUS
              DISPLAY 'RODE O RFM ANTES DE SELECIONAR POR SEGMENTO.'
           ELSE
              MOVE 'N' TO WRK-FIM-ALVOS
              PERFORM UNTIL WRK-FIM-ALVOS = 'S'
                 READ SEGMENTOS
                    AT END
                       MOVE 'S' TO WRK-FIM-ALVOS
                    NOT AT END
                       IF WRK-QTD-SEG < 2000
                          ADD 1 TO WRK-QTD-SEG
                          MOVE SEG-FONE TO WRK-SEG-FONE(WRK-QTD-SEG)
                          MOVE SEG-SEGMENTO TO
                             WRK-SEG-NOME(WRK-QTD-SEG)
                       ELSE
                          ADD 1 TO WRK-SEG-EXCEDENTES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEGMENTOS
           END-IF.
      *----------------------------------------------------------------*
       1200-AVALIAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE 'S' TO WRK-SELECIONADO.
           IF WRK-CRT-UF NOT = SPACES AND CLIENTES-UF NOT = WRK-CRT-UF
              MOVE 'N' TO WRK-SELECIONADO
           END-IF.
           IF WRK-CRT-CIDADE NOT = SPACES
                 AND CLIENTES-CIDADE NOT = WRK-CRT-CIDADE
              MOVE 'N' TO WRK-SELECIONADO
           END-IF.

           MOVE SPACES TO WRK-SEGMENTO-CLI.
           IF WRK-SELECIONADO = 'S' AND WRK-QTD-SEG > ZEROS
              PERFORM VARYING WRK-IDX-SEG FROM 1 BY 1
                    UNTIL WRK-IDX-SEG > WRK-QTD-SEG
                    OR WRK-SEGMENTO-CLI NOT = SPACES
                 IF WRK-SEG-FONE(WRK-IDX-SEG) = CLIENTES-FONE
                    MOVE WRK-SEG-NOME(WRK-IDX-SEG) TO WRK-SEGMENTO-CLI
                 END-IF
              END-PERFORM
           END-IF.
           IF WRK-CRT-SEGMENTO NOT = SPACES
                 AND WRK-SEGMENTO-CLI NOT = WRK-CRT-SEGMENTO
              MOVE 'N' TO WRK-SELECIONADO
           END-IF.

           IF WRK-SELECIONADO = 'S'
              PERFORM 1210-HISTORICO-COMPRAS
              IF WRK-CRT-CATEGORIA NOT = ZEROS
                    AND WRK-COMPROU-CATEG NOT = 'S'
                 MOVE 'N' TO WRK-SELECIONADO
              END-IF
              IF WRK-CRT-DIAS NOT = ZEROS
                    AND WRK-ULTIMO-PEDIDO NOT = ZEROS
                 COMPUTE WRK-DIAS = WRK-HOJE-INT
                    - FUNCTION INTEGER-OF-DATE(WRK-ULTIMO-PEDIDO)
                 IF WRK-DIAS < WRK-CRT-DIAS
                    MOVE 'N' TO WRK-SELECIONADO
                 END-IF
              END-IF
           END-IF.

           IF WRK-SELECIONADO = 'S'
              PERFORM 1300-REGISTRAR-ALVO
           END-IF.
      *----------------------------------------------------------------*
       1210-HISTORICO-COMPRAS SECTION.
      *----------------------------------------------------------------*
      *    DATA DO ULTIMO PEDIDO NAO CANCELADO E, SE A CAMPANHA PEDE
      *    CATEGORIA, SE ALGUMA LINHA FOI DE PRODUTO DA CATEGORIA.
           MOVE ZEROS TO WRK-ULTIMO-PEDIDO.
           MOVE 'N'   TO WRK-COMPROU-CATEG.
           MOVE 'N'   TO WRK-FIM-PEDIDOS.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE-CLIENTE.
           START PEDIDOS KEY IS = PEDIDOS-FONE-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-PEDIDOS
           END-START.
           PERFORM UNTIL WRK-FIM-PEDIDOS = 'S'
              READ PEDIDOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-PEDIDOS
              END-READ
              IF WRK-FIM-PEDIDOS NOT = 'S'
                    AND (PEDIDOS-STATUS NOT = 00
                    OR PEDIDOS-FONE-CLIENTE NOT = CLIENTES-FONE)
                 MOVE 'S' TO WRK-FIM-PEDIDOS
              END-IF
              IF WRK-FIM-PEDIDOS NOT = 'S'
                    AND PEDIDOS-SITUACAO NOT = 'C'
                 IF PEDIDOS-DATA > WRK-ULTIMO-PEDIDO
                    MOVE PEDIDOS-DATA TO WRK-ULTIMO-PEDIDO
                 END-IF
                 IF WRK-CRT-CATEGORIA NOT = ZEROS
                       AND WRK-COMPROU-CATEG NOT = 'S'
                    PERFORM 1220-VERIFICAR-CATEGORIA
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       1220-VERIFICAR-CATEGORIA SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                 UNTIL WRK-IDX-ITEM > PEDIDOS-QTD-ITENS
                 OR WRK-COMPROU-CATEG = 'S'
              MOVE PEDIDOS-NUMERO TO ITENS-NUMERO
              MOVE WRK-IDX-ITEM   TO ITENS-LINHA
              READ PEDITENS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PEDITENS-STATUS = 00
                 MOVE ITENS-CODIGO-PRODUTO TO PRODUTOS-CODIGO
                 READ PRODUTOS
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF PRODUTOS-STATUS = 00
                       AND PRODUTOS-CATEGORIA = WRK-CRT-CATEGORIA
                    MOVE 'S' TO WRK-COMPROU-CATEG
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       1300-REGISTRAR-ALVO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PROXIMO-CODIGO TO ALVO-CAMPANHA.
           MOVE CLIENTES-FONE      TO ALVO-FONE.
           MOVE WRK-ULTIMO-PEDIDO  TO ALVO-ULTIMO-PEDIDO.
           MOVE WRK-SEGMENTO-CLI   TO ALVO-SEGMENTO.
           WRITE ALVO-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           ADD 1 TO WRK-QTD-ALVOS.

           IF CLIENTES-EMAIL NOT = SPACES
              MOVE SPACES TO REG-EMAIL
              STRING CLIENTES-EMAIL DELIMITED BY SPACE
                 ';'                DELIMITED BY SIZE
                 CLIENTES-NOME      DELIMITED BY '  '
                 INTO REG-EMAIL
              WRITE REG-EMAIL
              ADD 1 TO WRK-QTD-EMAILS
           END-IF.

      *    SEM LOGRADOURO NAO HA COMO ENTREGAR PELO CORREIO: O
      *    CLIENTE FICA SO NA LISTA DE E-MAILS.
           IF CLIENTES-LOGRADOURO NOT = SPACES
              PERFORM 1310-MONTAR-ETIQUETA
           END-IF.
      *----------------------------------------------------------------*
       1310-MONTAR-ETIQUETA SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-COL-ETQ.
           ADD 1 TO WRK-QTD-ETIQUETAS.
           MOVE CLIENTES-NOME TO WRK-ETQ-TXT(1, WRK-COL-ETQ).
           STRING CLIENTES-LOGRADOURO DELIMITED BY '  '
              ', '                 DELIMITED BY SIZE
              CLIENTES-NUM-END     DELIMITED BY SPACE
              INTO WRK-ETQ-TXT(2, WRK-COL-ETQ).
           STRING CLIENTES-CIDADE  DELIMITED BY '  '
              ' - '                DELIMITED BY SIZE
              CLIENTES-UF          DELIMITED BY SIZE
              INTO WRK-ETQ-TXT(3, WRK-COL-ETQ).
           MOVE CLIENTES-CEP TO WRK-CEP-ETQ.
           STRING 'CEP '           DELIMITED BY SIZE
              WRK-CEP-PREFIXO      DELIMITED BY SIZE
              '-'                  DELIMITED BY SIZE
              WRK-CEP-SUFIXO       DELIMITED BY SIZE
              INTO WRK-ETQ-TXT(4, WRK-COL-ETQ).
           IF WRK-COL-ETQ = 3
              PERFORM 1320-IMPRIMIR-ETIQUETAS
           END-IF.
      *----------------------------------------------------------------*
       1320-IMPRIMIR-ETIQUETAS SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-LIN-ETQ FROM 1 BY 1
                 UNTIL WRK-LIN-ETQ > 4
              WRITE REG-ETIQUETA FROM WRK-ETQ-LINHA(WRK-LIN-ETQ)
           END-PERFORM.
           MOVE SPACES TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           MOVE SPACES TO WRK-ETIQUETAS.
           MOVE ZEROS  TO WRK-COL-ETQ.
      *----------------------------------------------------------------*
       2000-ACOMPANHAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DA CAMPANHA: '.
           ACCEPT WRK-CAMPANHA-BUSCA FROM CONSOLE.
           DISPLAY 'JANELA DE RETORNO EM DIAS (0 = 30): '.
           ACCEPT WRK-DIAS-RETORNO FROM CONSOLE.
           IF WRK-DIAS-RETORNO = ZEROS
              MOVE 30 TO WRK-DIAS-RETORNO
           END-IF.

           MOVE WRK-CAMPANHA-BUSCA TO CAMP-CODIGO.
           READ CAMPANHAS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CAMPANHAS-STATUS NOT = 00
              DISPLAY 'CAMPANHA NAO ENCONTRADA!'
           ELSE
              COMPUTE WRK-DATA-INT =
                 FUNCTION INTEGER-OF-DATE(CAMP-DATA) + WRK-DIAS-RETORNO
              COMPUTE WRK-DATA-LIMITE =
                 FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
              PERFORM 2100-APURAR-RETORNO
           END-IF.
      *----------------------------------------------------------------*
       2100-APURAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           MOVE CAMP-CODIGO      TO WRK-REL-CODIGO.
           MOVE CAMP-DESCRICAO   TO WRK-REL-DESCRICAO.
           MOVE CAMP-DATA        TO WRK-REL-DATA.
           MOVE WRK-DIAS-RETORNO TO WRK-REL-DIAS.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.

           MOVE ZEROS TO WRK-QTD-ALVOS.
           MOVE 'N'   TO WRK-FIM-ALVOS.
           MOVE CAMP-CODIGO TO ALVO-CAMPANHA.
           MOVE ZEROS       TO ALVO-FONE.
           START CAMPALVOS KEY IS NOT LESS THAN ALVO-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ALVOS
           END-START.
           PERFORM UNTIL WRK-FIM-ALVOS = 'S'
              READ CAMPALVOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ALVOS
              END-READ
              IF WRK-FIM-ALVOS NOT = 'S'
                    AND (CAMPALVOS-STATUS NOT = 00
                    OR ALVO-CAMPANHA NOT = CAMP-CODIGO)
                 MOVE 'S' TO WRK-FIM-ALVOS
              END-IF
              IF WRK-FIM-ALVOS NOT = 'S'
                 ADD 1 TO WRK-QTD-ALVOS
                 PERFORM 2110-RETORNO-CLIENTE
              END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROS TO WRK-PCT-RETORNO WRK-TICKET-MEDIO.
           IF WRK-QTD-ALVOS > ZEROS
              COMPUTE WRK-PCT-RETORNO ROUNDED =
                 WRK-QTD-RESPOSTAS * 100 / WRK-QTD-ALVOS
           END-IF.
           IF WRK-QTD-PED-TOTAL > ZEROS
              COMPUTE WRK-TICKET-MEDIO ROUNDED =
                 WRK-VALOR-TOTAL / WRK-QTD-PED-TOTAL
           END-IF.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           MOVE WRK-QTD-ALVOS TO WRK-QTD-EDT.
           STRING 'CLIENTES ATINGIDOS: ' DELIMITED BY SIZE
              WRK-QTD-EDT DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           MOVE WRK-QTD-RESPOSTAS TO WRK-QTD-EDT.
           MOVE WRK-PCT-RETORNO   TO WRK-PCT-EDT.
           STRING 'COMPRARAM NA JANELA: ' DELIMITED BY SIZE
              WRK-QTD-EDT DELIMITED BY SIZE
              '  (' DELIMITED BY SIZE
              WRK-PCT-EDT DELIMITED BY SIZE
              '%)' DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           MOVE WRK-QTD-PED-TOTAL TO WRK-QTD-EDT.
           MOVE WRK-VALOR-TOTAL   TO WRK-VALOR-EDT.
           STRING 'PEDIDOS: ' DELIMITED BY SIZE
              WRK-QTD-EDT DELIMITED BY SIZE
              '  VALOR: ' DELIMITED BY SIZE
              WRK-VALOR-EDT DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           MOVE WRK-TICKET-MEDIO  TO WRK-VALOR-EDT.
           STRING 'TICKET MEDIO: ' DELIMITED BY SIZE
              WRK-VALOR-EDT DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CAMPANHA'        TO SPL-PROGRAMA.
           MOVE 'CAMPRETORNO.REL' TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'RETORNO GRAVADO EM CAMPRETORNO.REL. ATINGIDOS: '
              WRK-QTD-ALVOS ' COMPRARAM: ' WRK-QTD-RESPOSTAS.
      *----------------------------------------------------------------*
       2110-RETORNO-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    PEDIDOS NAO CANCELADOS DO DIA DO DISPARO ATE O FIM DA
      *    JANELA.
           MOVE ZEROS TO WRK-QTD-PED-CLI WRK-VALOR-CLI.
           MOVE 'N'   TO WRK-FIM-PEDIDOS.
           MOVE ALVO-FONE TO PEDIDOS-FONE-CLIENTE.
           START PEDIDOS KEY IS = PEDIDOS-FONE-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-PEDIDOS
           END-START.
           PERFORM UNTIL WRK-FIM-PEDIDOS = 'S'
              READ PEDIDOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-PEDIDOS
              END-READ
              IF WRK-FIM-PEDIDOS NOT = 'S'
                    AND (PEDIDOS-STATUS NOT = 00
                    OR PEDIDOS-FONE-CLIENTE NOT = ALVO-FONE)
                 MOVE 'S' TO WRK-FIM-PEDIDOS
              END-IF
              IF WRK-FIM-PEDIDOS NOT = 'S'
                    AND PEDIDOS-SITUACAO NOT = 'C'
                    AND PEDIDOS-DATA NOT < CAMP-DATA
                    AND PEDIDOS-DATA NOT > WRK-DATA-LIMITE
                 ADD 1             TO WRK-QTD-PED-CLI
                 ADD PEDIDOS-VALOR TO WRK-VALOR-CLI
              END-IF
           END-PERFORM.

           IF WRK-QTD-PED-CLI > ZEROS
              ADD 1               TO WRK-QTD-RESPOSTAS
              ADD WRK-QTD-PED-CLI TO WRK-QTD-PED-TOTAL
              ADD WRK-VALOR-CLI   TO WRK-VALOR-TOTAL
              MOVE ALVO-FONE TO CLIENTES-FONE
              READ CLIENTES
                 INVALID KEY
                    MOVE SPACES TO CLIENTES-NOME
              END-READ
              MOVE ALVO-FONE       TO WRK-REL-FONE
              MOVE CLIENTES-NOME   TO WRK-REL-NOME
              MOVE ALVO-SEGMENTO   TO WRK-REL-SEGMENTO
              MOVE WRK-QTD-PED-CLI TO WRK-REL-QTD-PED
              MOVE WRK-VALOR-CLI   TO WRK-REL-VALOR
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
           END-IF.
      *----------------------------------------------------------------*
       0900-FINALIZAR SECTION.
      *-----------------------
           IF WRK-ARQS-ABERTOS = 'S'
              CLOSE CLIENTES
              CLOSE PEDIDOS
              CLOSE PEDITENS
              CLOSE PRODUTOS
              CLOSE CAMPANHAS
              CLOSE CAMPALVOS
           END-IF.
      *----------------------------------------------------------------*
