      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: COTACAO DE COMPRA ENTRE FORNECEDORES
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    REGISTRA O PASSO ANTES DA ORDEM DE COMPRA. A LISTA DE
      *    PRODUTOS VEM DA SUGESTAO.REL DA NOITE OU E DIGITADA; CADA
      *    PRODUTO E PEDIDO A TODOS OS FORNECEDORES ATIVOS LIGADOS A
      *    ELE EM PRODFORN.DAT, E AS RESPOSTAS (PRECO, PRAZO DE
      *    ENTREGA E CONDICAO DE PAGAMENTO) SAO DIGITADAS AQUI A
      *    MEDIDA QUE CHEGAM. AS SOLICITACOES IMPRESSAS, O MAPA
      *    COMPARATIVO E A GERACAO DAS ORDENS FICAM NO COTMAPA.
      *    NUMERACAO SEQUENCIAL PELO REGISTRO DE CONTROLE COTACAO.CTL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. COTACAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT COTACAO ASSIGN TO WRK-COTACAO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS COTACAO-STATUS
              RECORD KEY COT-CHAVE.

           SELECT COTITENS ASSIGN TO WRK-COTITENS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS COTITENS-STATUS
              RECORD KEY CTI-CHAVE.

           SELECT PRODFORN ASSIGN TO WRK-PRODFORN-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODFORN-STATUS
              RECORD KEY PF-CHAVE.

           SELECT FORNECEDORES ASSIGN TO WRK-FORNECEDORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FORNECEDORES-STATUS
              RECORD KEY FORN-CHAVE.

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT CONDPAG ASSIGN TO WRK-CONDPAG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONDPAG-STATUS
              RECORD KEY COND-CHAVE.

           SELECT SUGESTAO ASSIGN TO 'SUGESTAO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUGESTAO-STATUS.

           SELECT COTACAOCTL ASSIGN TO 'COTACAO.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COTACAOCTL-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD COTACAO.
       COPY 'cotacao-reg.cpy'.
      *-------------
       FD COTITENS.
       COPY 'cotitens-reg.cpy'.
      *-------------
       FD PRODFORN.
       COPY 'prodforn-reg.cpy'.
      *-------------
       FD FORNECEDORES.
       COPY 'fornecedores-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD CONDPAG.
       COPY 'condpag-reg.cpy'.
      *-------------
      *    LINHA DE DETALHE DA SUGESTAO.REL, NAS POSICOES IMPRESSAS
      *    PELO SUGESTAO; CABECALHOS E GRUPOS DE FORNECEDOR NAO TEM
      *    O ROTULO ' SALDO: ' NA COLUNA 41 E SAO IGNORADOS.
       FD SUGESTAO.
       01 SUG-LINHA.
          05 FILLER               PIC X(02).
          05 SUG-CODIGO           PIC X(06).
          05 FILLER               PIC X(02).
          05 SUG-DESCRICAO        PIC X(30).
          05 SUG-ROTULO-SALDO     PIC X(08).
          05 FILLER               PIC X(49).
          05 SUG-QTDE-ED          PIC ZZZZ9.99.
          05 FILLER               PIC X(27).
      *-------------
      *    REGISTRO DE CONTROLE COM O PROXIMO NUMERO DE COTACAO, NO
      *    MOLDE DO OCOMPRACTL DO ORDEMCOMPRA.
       FD COTACAOCTL.
       01 CTL-REG.
          05 CTL-PROXIMO-NUMERO   PIC 9(09).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'cotacao-cfg.cpy'.
       COPY 'prodforn-cfg.cpy'.
       COPY 'fornecedores-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'condpag-cfg.cpy'.
       77 COTACAO-STATUS       PIC   9(02).
       77 COTITENS-STATUS      PIC   9(02).
       77 PRODFORN-STATUS      PIC   9(02).
       77 FORNECEDORES-STATUS  PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 CONDPAG-STATUS       PIC   9(02).
       77 SUGESTAO-STATUS      PIC   9(02).
       77 COTACAOCTL-STATUS    PIC   9(02).
       77 WRK-CONDPAG-ABERTO   PIC   X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-TECLA            PIC   X(1).
       77 WRK-CONFIRMA         PIC   X(1).
       77 WRK-MAIS-ITENS       PIC   X(1).
       77 WRK-COTOU            PIC   X(1).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-FIM-VINCULO      PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-PROXIMO-NUMERO   PIC   9(09).
       77 WRK-CTL-OK           PIC   X(01).
       77 WRK-ORIGEM           PIC   X(01).
       77 WRK-QTD-PRODUTOS     PIC   9(03).
       77 WRK-IDX-PROD         PIC   9(03).
       77 WRK-QTD-PEDIDOS      PIC   9(05).
       77 WRK-QTD-SEM-FORN     PIC   9(03).
       77 WRK-QTD-LINHAS       PIC   9(02).
       77 WRK-FORN-PRODUTO     PIC   9(03).
       77 WRK-SITUACAO-DESC    PIC   X(12).
       77 WRK-QTDE-AUX         PIC   9(05)V99.

      *    PRODUTOS DA COTACAO EM MONTAGEM; MAIS DE 50 PRODUTOS
      *    PEDEM MAIS DE UMA COTACAO.
       01 WRK-PRODUTOS-TABELA.
          05 WRK-PROD OCCURS 50 TIMES.
             10 WRK-PROD-CODIGO       PIC 9(06).
             10 WRK-PROD-DESCRICAO    PIC X(30).
             10 WRK-PROD-QUANTIDADE   PIC 9(05)V99.

       01 WRK-RESP-DETALHE.
          05 WRK-DET-CODIGO   PIC 9(06).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-DET-DESCRICAO PIC X(20).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-DET-FORN     PIC 9(04).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-DET-QTDE     PIC ZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-DET-PRECO    PIC ZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-DET-PRAZO    PIC ZZ9.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-DET-COND     PIC 99.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-DET-SIT      PIC X(01).

       01 WRK-RESP-TELA.
          05 WRK-LINHA-TELA   PIC X(65) OCCURS 12 TIMES.
      *------------------------
       SCREEN SECTION.
      *------------------------
       01 TELA.
          05 LIMPA-TELA.
             10 BLANK SCREEN.
             10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 2.
             10 LINE 01 COLUMN 25 PIC X(20)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                 FROM 'COTACOES DE COMPRA'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - GERAR DA SUGESTAO'.
             05 LINE 08 COLUMN 15 VALUE '2 - INCLUIR MANUAL'.
             05 LINE 09 COLUMN 15 VALUE '3 - REGISTRAR RESPOSTA'.
             05 LINE 10 COLUMN 15 VALUE '4 - CONSULTAR'.
             05 LINE 11 COLUMN 15 VALUE '5 - CANCELAR'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIDA'.
             05 LINE 14 COLUMN 15 VALUE 'OPCAO..: '.
             05 LINE 14 COLUMN 24 USING WRK-OPCAO.

       01 TELA-INCLUSAO-ITEM.
             05 LINE 17 COLUMN 15 VALUE 'CODIGO PROD..: '.
             05 LINE 17 COLUMN 35 PIC 9(06)
                USING WRK-PROD-CODIGO(WRK-IDX-PROD).
             05 LINE 18 COLUMN 15 VALUE 'QUANTIDADE...: '.
             05 LINE 18 COLUMN 35 PIC 9(05)V99
                USING WRK-QTDE-AUX.

       01 TELA-INCLUSAO-MAIS.
             05 LINE 21 COLUMN 15 VALUE 'INCLUIR MAIS ITENS (S/N)?: '.
             05 LINE 21 COLUMN 42 PIC X(01) USING WRK-MAIS-ITENS.

       01 TELA-GERADA.
             05 LINE 16 COLUMN 15 VALUE 'COTACAO......: '.
             05 LINE 16 COLUMN 35 PIC 9(09) FROM COT-NUMERO.
             05 LINE 17 COLUMN 15 VALUE 'PRODUTOS.....: '.
             05 LINE 17 COLUMN 35 PIC 9(03) FROM COT-QTD-PRODUTOS.
             05 LINE 18 COLUMN 15 VALUE 'SOLICITACOES.: '.
             05 LINE 18 COLUMN 35 PIC 9(05) FROM WRK-QTD-PEDIDOS.
             05 LINE 19 COLUMN 15 VALUE 'SEM FORNEC...: '.
             05 LINE 19 COLUMN 35 PIC 9(03) FROM WRK-QTD-SEM-FORN.

       01 TELA-RESPOSTA-CHAVE.
             05 LINE 16 COLUMN 15 VALUE 'COTACAO......: '.
             05 LINE 16 COLUMN 35 PIC 9(09) USING CTI-NUMERO.
             05 LINE 17 COLUMN 15 VALUE 'CODIGO PROD..: '.
             05 LINE 17 COLUMN 35 PIC 9(06) USING CTI-CODIGO-PRODUTO.
             05 LINE 18 COLUMN 15 VALUE 'FORNECEDOR...: '.
             05 LINE 18 COLUMN 35 PIC 9(04) USING CTI-FORNECEDOR.

       01 TELA-RESPOSTA-DADOS.
             05 LINE 17 COLUMN 45 PIC X(30) FROM CTI-DESCRICAO.
             05 LINE 18 COLUMN 45 PIC X(30) FROM FORN-NOME.
             05 LINE 19 COLUMN 15 VALUE 'QUANTIDADE...: '.
             05 LINE 19 COLUMN 35 PIC 9(05)V99 FROM CTI-QUANTIDADE.
             05 LINE 20 COLUMN 15 VALUE 'COTOU (S/N)..: '.
             05 LINE 20 COLUMN 35 PIC X(01) USING WRK-COTOU.
             05 LINE 21 COLUMN 15 VALUE 'PRECO UNIT...: '.
             05 LINE 21 COLUMN 35 PIC 9(07)V99 USING CTI-PRECO.
             05 LINE 22 COLUMN 15 VALUE 'PRAZO (DIAS).: '.
             05 LINE 22 COLUMN 35 PIC 9(03) USING CTI-PRAZO-ENTREGA.
             05 LINE 23 COLUMN 15 VALUE 'COND. PAGTO..: '.
             05 LINE 23 COLUMN 35 PIC 9(02) USING CTI-COND-PAGTO.

       01 TELA-CONSULTA-CHAVE.
             05 LINE 16 COLUMN 15 VALUE 'COTACAO......: '.
             05 LINE 16 COLUMN 35 PIC 9(09) USING COT-NUMERO.

       01 TELA-CONSULTA-DADOS.
             05 LINE 18 COLUMN 15 VALUE 'DATA.........: '.
             05 LINE 18 COLUMN 35 PIC 9(08) FROM COT-DATA.
             05 LINE 19 COLUMN 15 VALUE 'ORIGEM.......: '.
             05 LINE 19 COLUMN 35 PIC X(01) FROM COT-ORIGEM.
             05 LINE 20 COLUMN 15 VALUE 'PRODUTOS.....: '.
             05 LINE 20 COLUMN 35 PIC 9(03) FROM COT-QTD-PRODUTOS.
             05 LINE 21 COLUMN 15 VALUE 'SITUACAO.....: '.
             05 LINE 21 COLUMN 35 PIC X(12) FROM WRK-SITUACAO-DESC.

       01 TELA-CONSULTA-RESPOSTAS.
             05 LINE 03 COLUMN 05 VALUE
                'CODIGO DESCRICAO            FORN'.
             05 LINE 03 COLUMN 39 VALUE
                '    QTDE      PRECO PRZ CP S'.
             05 LINE 04 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(01).
             05 LINE 05 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(02).
             05 LINE 06 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(03).
             05 LINE 07 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(04).
             05 LINE 08 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(05).
             05 LINE 09 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(06).
             05 LINE 10 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(07).
             05 LINE 11 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(08).
             05 LINE 12 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(09).
             05 LINE 13 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(10).
             05 LINE 14 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(11).
             05 LINE 15 COLUMN 05 PIC X(65) FROM WRK-LINHA-TELA(12).

       01 TELA-CANCELAR-CONFIRMA.
             05 LINE 22 COLUMN 15 VALUE
                'CONFIRMA CANCELAMENTO (S/N)?: '.
             05 LINE 22 COLUMN 45 PIC X(01) USING WRK-CONFIRMA.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM UNTIL WRK-OPCAO = 'X' OR WRK-OPCAO = 'x'
              DISPLAY TELA
              ACCEPT TELA-MENU
              PERFORM 2000-PROCESSAR
           END-PERFORM.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *---------------------
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-COTACAO-PATH FROM ENVIRONMENT 'COTACAO_DAT'.
           IF WRK-COTACAO-PATH = SPACES
              MOVE WRK-COTACAO-PATH-PADRAO TO WRK-COTACAO-PATH
           END-IF.
           ACCEPT WRK-COTITENS-PATH FROM ENVIRONMENT 'COTITENS_DAT'.
           IF WRK-COTITENS-PATH = SPACES
              MOVE WRK-COTITENS-PATH-PADRAO TO WRK-COTITENS-PATH
           END-IF.

           OPEN I-O COTACAO
              IF COTACAO-STATUS = 35 THEN
                 OPEN OUTPUT COTACAO
                 CLOSE COTACAO
                 OPEN I-O COTACAO
              END-IF.
           IF COTACAO-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR COTACAO.DAT. STATUS: '
                 COTACAO-STATUS
              GOBACK
           END-IF.

           OPEN I-O COTITENS
              IF COTITENS-STATUS = 35 THEN
                 OPEN OUTPUT COTITENS
                 CLOSE COTITENS
                 OPEN I-O COTITENS
              END-IF.
           IF COTITENS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR COTITENS.DAT. STATUS: '
                 COTITENS-STATUS
              GOBACK
           END-IF.

           ACCEPT WRK-PRODFORN-PATH FROM ENVIRONMENT 'PRODFORN_DAT'.
           IF WRK-PRODFORN-PATH = SPACES
              MOVE WRK-PRODFORN-PATH-PADRAO TO WRK-PRODFORN-PATH
           END-IF.
           OPEN INPUT PRODFORN.
           IF PRODFORN-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PRODFORN.DAT. STATUS: '
                 PRODFORN-STATUS
              GOBACK
           END-IF.

           ACCEPT WRK-FORNECEDORES-PATH FROM ENVIRONMENT
              'FORNECEDORES_DAT'.
           IF WRK-FORNECEDORES-PATH = SPACES
              MOVE WRK-FORNECEDORES-PATH-PADRAO
                 TO WRK-FORNECEDORES-PATH
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF FORNECEDORES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR FORNECEDORES.DAT. STATUS: '
                 FORNECEDORES-STATUS
              GOBACK
           END-IF.

           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.
           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PRODUTOS.DAT. STATUS: '
                 PRODUTOS-STATUS
              GOBACK
           END-IF.

      *    SEM O CADASTRO DE CONDICOES A RESPOSTA ACEITA QUALQUER
      *    CODIGO, COMO O PEDIDOS FAZ.
           ACCEPT WRK-CONDPAG-PATH FROM ENVIRONMENT 'CONDPAG_DAT'.
           IF WRK-CONDPAG-PATH = SPACES
              MOVE WRK-CONDPAG-PATH-PADRAO TO WRK-CONDPAG-PATH
           END-IF.
           OPEN INPUT CONDPAG.
           IF CONDPAG-STATUS = 00
              MOVE 'S' TO WRK-CONDPAG-ABERTO
           END-IF.
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 4000-GERAR-SUGESTAO
              WHEN 2
                 PERFORM 4100-INCLUIR-MANUAL
              WHEN 3
                 PERFORM 4200-REGISTRAR-RESPOSTA
              WHEN 4
                 PERFORM 4300-CONSULTAR
              WHEN 5
                 PERFORM 4400-CANCELAR
              WHEN OTHER
                 IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY ' ENTRADA INVALIDA!!!'
                    ACCEPT WRK-TECLA
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       4000-GERAR-SUGESTAO SECTION.
      *----------------------------------------------------------------*
      *    LE AS LINHAS DE PRODUTO DA ULTIMA SUGESTAO.REL COM A
      *    QUANTIDADE SUGERIDA; O GRUPO DE FORNECEDOR DA SUGESTAO NAO
      *    IMPORTA, POIS A COTACAO PERGUNTA A TODOS OS VINCULADOS.
           MOVE 'MODULO - GERAR DA SUGESTAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-QTD-PRODUTOS.
           INITIALIZE WRK-PRODUTOS-TABELA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SUGESTAO.
           IF SUGESTAO-STATUS NOT = 00
              DISPLAY 'SUGESTAO.REL INDISPONIVEL. STATUS: '
                 SUGESTAO-STATUS AT 2001
              ACCEPT WRK-TECLA AT 2060
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                    OR WRK-QTD-PRODUTOS >= 50
                 READ SUGESTAO
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF SUG-ROTULO-SALDO = ' SALDO: '
                             AND SUG-CODIGO IS NUMERIC
                          MOVE SUG-QTDE-ED TO WRK-QTDE-AUX
                          IF WRK-QTDE-AUX > ZEROS
                             ADD 1 TO WRK-QTD-PRODUTOS
                             MOVE SUG-CODIGO TO
                                WRK-PROD-CODIGO(WRK-QTD-PRODUTOS)
                             MOVE SUG-DESCRICAO TO
                                WRK-PROD-DESCRICAO(WRK-QTD-PRODUTOS)
                             MOVE WRK-QTDE-AUX TO
                                WRK-PROD-QUANTIDADE(WRK-QTD-PRODUTOS)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUGESTAO
              IF WRK-QTD-PRODUTOS = ZEROS
                 DISPLAY 'SUGESTAO SEM PRODUTOS A COMPRAR!' AT 2001
                 ACCEPT WRK-TECLA AT 2060
              ELSE
                 MOVE 'S' TO WRK-ORIGEM
                 PERFORM 4020-GRAVAR-COTACAO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4020-GRAVAR-COTACAO SECTION.
      *----------------------------------------------------------------*
      *    UM CABECALHO PARA A LISTA E UMA SOLICITACAO PENDENTE POR
      *    PRODUTO X FORNECEDOR ATIVO DO VINCULO.
           PERFORM 4050-PROXIMO-NUMERO.
           IF WRK-CTL-OK NOT = 'S'
              DISPLAY 'ERRO AO GRAVAR COTACAO.CTL. STATUS: '
                 COTACAOCTL-STATUS AT 2001
           ELSE
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              MOVE WRK-DATA-ATUAL   TO COT-DATA
              MOVE WRK-ORIGEM       TO COT-ORIGEM
              MOVE WRK-QTD-PRODUTOS TO COT-QTD-PRODUTOS
              MOVE 'A'              TO COT-SITUACAO
              MOVE ZEROS            TO COT-DT-FECHAMENTO
              MOVE ZEROS TO WRK-QTD-PEDIDOS WRK-QTD-SEM-FORN

              WRITE COT-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE

              EVALUATE COTACAO-STATUS
                 WHEN 00
                    PERFORM VARYING WRK-IDX-PROD FROM 1 BY 1
                          UNTIL WRK-IDX-PROD > WRK-QTD-PRODUTOS
                       PERFORM 4030-SOLICITAR-PRODUTO
                    END-PERFORM
                    DISPLAY TELA-GERADA
                    DISPLAY 'COTACAO GERADA COM SUCESSO!' AT 2001
                 WHEN 22
                    DISPLAY 'JA EXISTE COTACAO COM ESSE NUMERO!' AT 2001
                 WHEN OTHER
                    DISPLAY 'ERRO AO GRAVAR COTACAO. STATUS: '
                       COTACAO-STATUS AT 2001
              END-EVALUATE
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4030-SOLICITAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-FORN-PRODUTO.
           MOVE 'N' TO WRK-FIM-VINCULO.
           MOVE WRK-PROD-CODIGO(WRK-IDX-PROD) TO PF-CODIGO-PRODUTO.
           MOVE ZEROS TO PF-FORNECEDOR.
           START PRODFORN KEY IS NOT LESS THAN PF-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-VINCULO
           END-START.
           PERFORM UNTIL WRK-FIM-VINCULO = 'S'
              READ PRODFORN NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-VINCULO
              END-READ
              IF WRK-FIM-VINCULO NOT = 'S'
                 IF PF-CODIGO-PRODUTO NOT =
                       WRK-PROD-CODIGO(WRK-IDX-PROD)
                    MOVE 'S' TO WRK-FIM-VINCULO
                 ELSE
                    MOVE PF-FORNECEDOR TO FORN-CODIGO
                    READ FORNECEDORES
                       INVALID KEY
                          CONTINUE
                    END-READ
                    IF FORNECEDORES-STATUS = 00
                          AND FORN-SITUACAO NOT = 'I'
                       INITIALIZE CTI-REG
                       MOVE COT-NUMERO    TO CTI-NUMERO
                       MOVE PF-CODIGO-PRODUTO TO CTI-CODIGO-PRODUTO
                       MOVE PF-FORNECEDOR TO CTI-FORNECEDOR
                       MOVE WRK-PROD-DESCRICAO(WRK-IDX-PROD)
                          TO CTI-DESCRICAO
                       MOVE WRK-PROD-QUANTIDADE(WRK-IDX-PROD)
                          TO CTI-QUANTIDADE
                       MOVE 'P' TO CTI-SITUACAO
                       WRITE CTI-REG
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                       IF COTITENS-STATUS = 00
                          ADD 1 TO WRK-FORN-PRODUTO WRK-QTD-PEDIDOS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-FORN-PRODUTO = ZEROS
              ADD 1 TO WRK-QTD-SEM-FORN
           END-IF.
      *----------------------------------------------------------------*
       4050-PROXIMO-NUMERO SECTION.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMO-NUMERO.
           OPEN INPUT COTACAOCTL.
           IF COTACAOCTL-STATUS = 00
              READ COTACAOCTL
                 AT END
                    CONTINUE
              END-READ
              IF COTACAOCTL-STATUS = 00
                 MOVE CTL-PROXIMO-NUMERO TO WRK-PROXIMO-NUMERO
              END-IF
              CLOSE COTACAOCTL
           END-IF.

           MOVE WRK-PROXIMO-NUMERO TO COT-NUMERO.

      *    SEM AVANCAR O CONTROLE O NUMERO SE REPETIRIA: A COTACAO
      *    NAO E GRAVADA.
           MOVE 'N' TO WRK-CTL-OK.
           OPEN OUTPUT COTACAOCTL.
           IF COTACAOCTL-STATUS = 00
              COMPUTE CTL-PROXIMO-NUMERO = WRK-PROXIMO-NUMERO + 1
              WRITE CTL-REG
              IF COTACAOCTL-STATUS = 00
                 MOVE 'S' TO WRK-CTL-OK
              END-IF
              CLOSE COTACAOCTL
           END-IF.
      *----------------------------------------------------------------*
       4100-INCLUIR-MANUAL SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - INCLUSAO MANUAL' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-QTD-PRODUTOS.
           INITIALIZE WRK-PRODUTOS-TABELA.
           MOVE 'S' TO WRK-MAIS-ITENS.

           PERFORM UNTIL WRK-MAIS-ITENS NOT = 'S'
                 OR WRK-QTD-PRODUTOS >= 50
              COMPUTE WRK-IDX-PROD = WRK-QTD-PRODUTOS + 1
              MOVE ZEROS TO WRK-PROD-CODIGO(WRK-IDX-PROD)
                            WRK-QTDE-AUX
              ACCEPT TELA-INCLUSAO-ITEM
              MOVE WRK-PROD-CODIGO(WRK-IDX-PROD) TO PRODUTOS-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN PRODUTOS-STATUS NOT = 00
                    DISPLAY 'PRODUTO NAO ENCONTRADO!' AT 2001
                 WHEN WRK-QTDE-AUX = ZEROS
                    DISPLAY 'QUANTIDADE INVALIDA!' AT 2001
                 WHEN OTHER
                    ADD 1 TO WRK-QTD-PRODUTOS
                    MOVE PRODUTOS-DESCRICAO TO
                       WRK-PROD-DESCRICAO(WRK-IDX-PROD)
                    MOVE WRK-QTDE-AUX TO
                       WRK-PROD-QUANTIDADE(WRK-IDX-PROD)
              END-EVALUATE
              IF WRK-QTD-PRODUTOS < 50
                 MOVE SPACES TO WRK-MAIS-ITENS
                 ACCEPT TELA-INCLUSAO-MAIS
                 IF WRK-MAIS-ITENS = 's'
                    MOVE 'S' TO WRK-MAIS-ITENS
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-QTD-PRODUTOS = ZEROS
              DISPLAY 'COTACAO SEM ITENS. NADA GRAVADO!' AT 2001
              ACCEPT WRK-TECLA AT 2060
           ELSE
              MOVE 'M' TO WRK-ORIGEM
              PERFORM 4020-GRAVAR-COTACAO
           END-IF.
      *----------------------------------------------------------------*
       4200-REGISTRAR-RESPOSTA SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - RESPOSTA' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO CTI-NUMERO CTI-CODIGO-PRODUTO CTI-FORNECEDOR.
           ACCEPT TELA-RESPOSTA-CHAVE.

           MOVE CTI-NUMERO TO COT-NUMERO.
           READ COTACAO
              INVALID KEY
                 CONTINUE
           END-READ.
           READ COTITENS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE TRUE
              WHEN COTACAO-STATUS NOT = 00
                 DISPLAY 'COTACAO NAO ENCONTRADA!' AT 2001
              WHEN COT-SITUACAO NOT = 'A'
                 DISPLAY 'COTACAO NAO ESTA ABERTA!' AT 2001
              WHEN COTITENS-STATUS NOT = 00
                 DISPLAY 'PRODUTO/FORNECEDOR FORA DA COTACAO!'
                    AT 2001
              WHEN OTHER
                 PERFORM 4210-DIGITAR-RESPOSTA
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4210-DIGITAR-RESPOSTA SECTION.
      *----------------------------------------------------------------*
      *    RESPOSTA PODE SER CORRIGIDA ENQUANTO A COTACAO ESTIVER
      *    ABERTA; 'N' REGISTRA QUE O FORNECEDOR NAO COTOU O ITEM.
           MOVE CTI-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDORES
              INVALID KEY
                 MOVE SPACES TO FORN-NOME
           END-READ.
           IF CTI-SITUACAO = 'N'
              MOVE 'N' TO WRK-COTOU
           ELSE
              MOVE 'S' TO WRK-COTOU
           END-IF.
           ACCEPT TELA-RESPOSTA-DADOS.
           IF WRK-COTOU = 'n'
              MOVE 'N' TO WRK-COTOU
           END-IF.

           MOVE 'N' TO WRK-CONFIRMA.
           IF WRK-COTOU = 'N'
              MOVE ZEROS TO CTI-PRECO CTI-PRAZO-ENTREGA
                            CTI-COND-PAGTO
              MOVE 'N' TO CTI-SITUACAO
              MOVE 'S' TO WRK-CONFIRMA
           ELSE
              MOVE CTI-COND-PAGTO TO COND-CODIGO
              IF WRK-CONDPAG-ABERTO = 'S' AND CTI-COND-PAGTO > ZEROS
                 READ CONDPAG
                    INVALID KEY
                       CONTINUE
                 END-READ
              ELSE
                 MOVE 00 TO CONDPAG-STATUS
              END-IF
              EVALUATE TRUE
                 WHEN CTI-PRECO = ZEROS
                    DISPLAY 'PRECO INVALIDO!' AT 2001
                 WHEN CONDPAG-STATUS NOT = 00
                    DISPLAY 'CONDICAO DE PAGAMENTO NAO CADASTRADA!'
                       AT 2001
                 WHEN OTHER
                    MOVE 'R' TO CTI-SITUACAO
                    MOVE 'S' TO WRK-CONFIRMA
              END-EVALUATE
           END-IF.

           IF WRK-CONFIRMA = 'S'
              REWRITE CTI-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF COTITENS-STATUS = 00
                 DISPLAY 'RESPOSTA REGISTRADA!' AT 2001
              ELSE
                 DISPLAY 'ERRO AO GRAVAR RESPOSTA. STATUS: '
                    COTITENS-STATUS AT 2001
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4300-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO COT-NUMERO.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ COTACAO
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE COTACAO-STATUS
              WHEN 00
                 PERFORM 4320-DESCREVER-SITUACAO
                 PERFORM 4310-MONTAR-RESPOSTAS-TELA
                 DISPLAY TELA-CONSULTA-DADOS
                 DISPLAY TELA-CONSULTA-RESPOSTAS
              WHEN 23
                 DISPLAY 'COTACAO NAO ENCONTRADA!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: ' COTACAO-STATUS
                    AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4310-MONTAR-RESPOSTAS-TELA SECTION.
      *----------------------------------------------------------------*
      *    AS PRIMEIRAS 12 LINHAS DA COTACAO; O QUADRO COMPLETO SAI NO
      *    MAPA DO COTMAPA.
           MOVE SPACES TO WRK-RESP-TELA.
           MOVE ZEROS  TO WRK-QTD-LINHAS.
           MOVE 'N' TO WRK-FIM-VINCULO.
           MOVE COT-NUMERO TO CTI-NUMERO.
           MOVE ZEROS TO CTI-CODIGO-PRODUTO CTI-FORNECEDOR.
           START COTITENS KEY IS NOT LESS THAN CTI-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-VINCULO
           END-START.
           PERFORM UNTIL WRK-FIM-VINCULO = 'S'
                 OR WRK-QTD-LINHAS >= 12
              READ COTITENS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-VINCULO
              END-READ
              IF WRK-FIM-VINCULO NOT = 'S'
                 IF CTI-NUMERO NOT = COT-NUMERO
                    MOVE 'S' TO WRK-FIM-VINCULO
                 ELSE
                    ADD 1 TO WRK-QTD-LINHAS
                    MOVE CTI-CODIGO-PRODUTO TO WRK-DET-CODIGO
                    MOVE CTI-DESCRICAO      TO WRK-DET-DESCRICAO
                    MOVE CTI-FORNECEDOR     TO WRK-DET-FORN
                    MOVE CTI-QUANTIDADE     TO WRK-DET-QTDE
                    MOVE CTI-PRECO          TO WRK-DET-PRECO
                    MOVE CTI-PRAZO-ENTREGA  TO WRK-DET-PRAZO
                    MOVE CTI-COND-PAGTO     TO WRK-DET-COND
                    MOVE CTI-SITUACAO       TO WRK-DET-SIT
                    MOVE WRK-RESP-DETALHE   TO
                       WRK-LINHA-TELA(WRK-QTD-LINHAS)
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       4320-DESCREVER-SITUACAO SECTION.
      *----------------------------------------------------------------*
           EVALUATE COT-SITUACAO
              WHEN 'A'
                 MOVE 'ABERTA'    TO WRK-SITUACAO-DESC
              WHEN 'F'
                 MOVE 'FECHADA'   TO WRK-SITUACAO-DESC
              WHEN 'C'
                 MOVE 'CANCELADA' TO WRK-SITUACAO-DESC
              WHEN OTHER
                 MOVE 'INDEFINIDA' TO WRK-SITUACAO-DESC
           END-EVALUATE.
      *----------------------------------------------------------------*
       4400-CANCELAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - CANCELAMENTO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO COT-NUMERO.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ COTACAO
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE COTACAO-STATUS
              WHEN 00
                 EVALUATE COT-SITUACAO
                    WHEN 'C'
                       DISPLAY 'COTACAO JA ESTA CANCELADA!' AT 2001
                    WHEN 'F'
                       DISPLAY 'COTACAO JA VIROU ORDEM DE COMPRA!'
                          AT 2001
                    WHEN OTHER
                       MOVE SPACES TO WRK-CONFIRMA
                       ACCEPT TELA-CANCELAR-CONFIRMA
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                          MOVE 'C' TO COT-SITUACAO
                          REWRITE COT-REG
                             INVALID KEY
                                CONTINUE
                          END-REWRITE
                          IF COTACAO-STATUS = 00
                             DISPLAY 'COTACAO CANCELADA COM SUCESSO!'
                                AT 2001
                          ELSE
                             DISPLAY 'ERRO AO CANCELAR. STATUS: '
                                COTACAO-STATUS AT 2001
                          END-IF
                       ELSE
                          DISPLAY 'CANCELAMENTO ABANDONADO!' AT 2001
                       END-IF
                 END-EVALUATE
              WHEN 23
                 DISPLAY 'COTACAO NAO ENCONTRADA!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: ' COTACAO-STATUS
                    AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE COTACAO.
           CLOSE COTITENS.
           CLOSE PRODFORN.
           CLOSE FORNECEDORES.
           CLOSE PRODUTOS.
           IF WRK-CONDPAG-ABERTO = 'S'
              CLOSE CONDPAG
           END-IF.
      *----------------------------------------------------------------*
