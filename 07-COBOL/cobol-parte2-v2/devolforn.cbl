      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: DEVOLUCAO DE MERCADORIA AO FORNECEDOR
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    MERCADORIA QUE CHEGA AVARIADA OU ERRADA VOLTA AO
      *    FORNECEDOR POR AQUI. O OPERADOR APONTA A ENTRADA ORIGINAL
      *    (FORNECEDOR, ORDEM DE COMPRA -- 0 NA ENTRADA AVULSA -- E
      *    DATA DA ENTRADA NA RAZAO DE COMPRAS) E OS PRODUTOS E
      *    QUANTIDADES DEVOLVIDOS, LIMITADOS AO QUE ENTROU PELA
      *    ORDEM E AINDA NAO VOLTOU. CADA PRODUTO:
      *      - SAI DO SALDO (PRODUTOS, ESTOQFIL DA FILIAL E O LOTE
      *        INFORMADO) COM SAIDA 'S' NA RAZAO DE ESTOQUE, MOTIVO
      *        'DEVOL FORN NNNN', QUE A AVALIACAO DE FORNECEDORES JA
      *        CONTA;
      *      - GANHA LINHA 'R' NA RAZAO DE COMPRAS PELO CUSTO PAGO NA
      *        ENTRADA, QUE O MARGEM TIRA DO CUSTO MEDIO E O CONTABIL
      *        LANCA COMO DEVOLUCAO DE COMPRA.
      *    O VALOR DEVOLVIDO ABATE O TITULO EM ABERTO DO FORNECEDOR
      *    NO CONTAS A PAGAR (DE PREFERENCIA O DA PROPRIA ENTRADA);
      *    O QUE NAO COUBER -- TITULO JA PAGO OU EM LOTE NO BANCO --
      *    VIRA CREDITO DO FORNECEDOR EM CREDFORN.DAT, USAVEL NA
      *    BAIXA DO CONTAS A PAGAR. O DOCUMENTO QUE ACOMPANHA A
      *    MERCADORIA SAI EM DEVOLFORN.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. DEVOLFORN.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
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

           SELECT COMPRAS ASSIGN TO 'COMPRAS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMPRAS-STATUS.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTOQMOV-STATUS.

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

           SELECT OCOMPRA ASSIGN TO WRK-OCOMPRA-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OCOMPRA-STATUS
              RECORD KEY OC-CHAVE.

           SELECT CONTASPAG ASSIGN TO WRK-CONTASPAG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASPAG-STATUS
              RECORD KEY CP-CHAVE.

           SELECT CREDFORN ASSIGN TO WRK-CREDFORN-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CREDFORN-STATUS
              RECORD KEY CRF-CHAVE.

           SELECT RELATORIO ASSIGN TO 'DEVOLFORN.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD FORNECEDORES.
       COPY 'fornecedores-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
      *    MESMO REGISTRO DA RAZAO DE COMPRAS DO RECEBIMENTO. A
      *    DEVOLUCAO GRAVA TIPO 'R': QUANTIDADE DEVOLVIDA, CUSTO
      *    UNITARIO PAGO NA ENTRADA E A ORDEM DA ENTRADA ORIGINAL.
       FD COMPRAS.
       01 CMP-REG.
          05 CMP-DATA             PIC 9(08).
          05 CMP-HORA             PIC 9(06).
          05 CMP-FORNECEDOR       PIC 9(04).
          05 CMP-CODIGO-PRODUTO   PIC 9(06).
          05 CMP-QUANTIDADE       PIC 9(05)V99.
          05 CMP-CUSTO-UNITARIO   PIC 9(07)V99.
          05 CMP-CUSTO-TOTAL      PIC 9(09)V99.
          05 CMP-ORDEM            PIC 9(09).
          05 CMP-TIPO             PIC X(01).
      *-------------
       FD ESTOQMOV.
       COPY 'estoqmov-reg.cpy'.
      *-------------
       FD ESTOQFIL.
       COPY 'estoqfil-reg.cpy'.
      *-------------
       FD LOTES.
       COPY 'lotes-reg.cpy'.
      *-------------
       FD OCOMPRA.
       COPY 'ordemcompra-reg.cpy'.
      *-------------
       FD CONTASPAG.
       COPY 'contaspag-reg.cpy'.
      *-------------
       FD CREDFORN.
       COPY 'credforn-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'fornecedores-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'estoqfil-cfg.cpy'.
       COPY 'lotes-cfg.cpy'.
       COPY 'ordemcompra-cfg.cpy'.
       COPY 'contaspag-cfg.cpy'.
       COPY 'credforn-cfg.cpy'.
       77 FORNECEDORES-STATUS  PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 COMPRAS-STATUS       PIC   9(02).
       77 ESTOQMOV-STATUS      PIC   9(02).
       77 ESTOQFIL-STATUS      PIC   9(02).
       77 LOTES-STATUS         PIC   9(02).
       77 WRK-LOTES-ABERTO     PIC   X(01) VALUE 'N'.
       77 OCOMPRA-STATUS       PIC   9(02).
       77 WRK-OCOMPRA-ABERTO   PIC   X(01) VALUE 'N'.
       77 CONTASPAG-STATUS     PIC   9(02).
       77 CREDFORN-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
      *    FILIAL DESTE TERMINAL (FILIAL_CODIGO, PADRAO 01), DE ONDE
      *    A MERCADORIA SAI, COMO NO RECEBIMENTO.
       77 WRK-FILIAL           PIC   9(02) VALUE 01.
       77 WRK-FILIAL-ENV       PIC   X(02).
       77 WRK-FORNECEDOR       PIC   9(04).
       77 WRK-NUM-ORDEM        PIC   9(09).
       77 WRK-DATA-ENTRADA     PIC   9(08).
       77 WRK-MOTIVO-TEXTO     PIC   X(40).
       77 WRK-ENTRADA-OK       PIC   X(01).
       77 WRK-CODIGO-PRODUTO   PIC   9(06).
       77 WRK-LOTE             PIC   X(10).
       77 WRK-LOTE-OK          PIC   X(01).
       77 WRK-QTD-DEVOLVER     PIC   9(05)V99.
       77 WRK-QTD-RECEBIDA     PIC   9(07)V99.
       77 WRK-QTD-JA-DEVOLVIDA PIC   9(07)V99.
       77 WRK-QTD-DEVOLVIVEL   PIC   S9(07)V99.
       77 WRK-CUSTO-DEVOL      PIC   9(07)V99.
       77 WRK-ACHOU-ENTRADA    PIC   X(01).
       77 WRK-FIM-COMPRAS      PIC   X(01).
       77 WRK-VALOR-LINHA      PIC   9(09)V99.
       77 WRK-TOTAL-DEVOLVIDO  PIC   9(09)V99.
       77 WRK-QTD-LINHAS-DEV   PIC   9(02).
       77 WRK-IDX-DOC          PIC   9(02).
       77 WRK-EF-TEMP          PIC   S9(06)V99.
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
      *    ABATIMENTO NO CONTAS A PAGAR: O TITULO DA PROPRIA ENTRADA
      *    (EMISSAO NA DATA DA ENTRADA) TEM PREFERENCIA; SEM ELE, O
      *    TITULO EM ABERTO MAIS ANTIGO DO FORNECEDOR.
       77 WRK-FIM-TITULOS      PIC   X(01).
       77 WRK-TIT-ENTRADA      PIC   9(09).
       77 WRK-TIT-ANTIGO       PIC   9(09).
       77 WRK-TIT-ABATIDO      PIC   9(09).
       77 WRK-VALOR-ABATIDO    PIC   9(09)V99.
       77 WRK-VALOR-CREDITO    PIC   9(09)V99.

       01 WRK-MOTIVO-DEVOL.
          05 FILLER           PIC X(11) VALUE 'DEVOL FORN '.
          05 WRK-MOTIVO-FORN  PIC 9(04).

      *    LINHAS DEVOLVIDAS NESTA DEVOLUCAO, PARA O DOCUMENTO.
       01 WRK-TABELA-DOC.
          05 WRK-DOC OCCURS 30 TIMES.
             10 WRK-DOC-CODIGO    PIC 9(06).
             10 WRK-DOC-DESCRICAO PIC X(30).
             10 WRK-DOC-LOTE      PIC X(10).
             10 WRK-DOC-QTDE      PIC 9(05)V99.
             10 WRK-DOC-CUSTO     PIC 9(07)V99.
             10 WRK-DOC-VALOR     PIC 9(09)V99.

       01 WRK-DOC-CABEC1.
          05 FILLER           PIC X(30) VALUE 'LOJA DANILLO LTDA'.
          05 FILLER           PIC X(30) VALUE
             'DEVOLUCAO AO FORNECEDOR'.
          05 FILLER           PIC X(06) VALUE 'DATA: '.
          05 WRK-DOC-DATA     PIC 9(08).
          05 FILLER           PIC X(08) VALUE '  HORA: '.
          05 WRK-DOC-HORA     PIC 9(06).

       01 WRK-DOC-FORNECEDOR.
          05 FILLER           PIC X(13) VALUE 'FORNECEDOR.: '.
          05 WRK-DOC-FORN     PIC 9(04).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-DOC-NOME     PIC X(30).
          05 FILLER           PIC X(08) VALUE '  CNPJ: '.
          05 WRK-DOC-CNPJ     PIC 9(14).

       01 WRK-DOC-ENTRADA.
          05 FILLER           PIC X(13) VALUE 'ORDEM......: '.
          05 WRK-DOC-ORDEM    PIC 9(09).
          05 FILLER           PIC X(16) VALUE '  ENTRADA EM..: '.
          05 WRK-DOC-DT-ENTRADA PIC 9(08).

       01 WRK-DOC-MOTIVO.
          05 FILLER           PIC X(13) VALUE 'MOTIVO.....: '.
          05 WRK-DOC-MOTIVO-TXT PIC X(40).

       01 WRK-DOC-ITEM-CABEC.
          05 FILLER           PIC X(08) VALUE 'CODIGO'.
          05 FILLER           PIC X(32) VALUE 'DESCRICAO'.
          05 FILLER           PIC X(12) VALUE 'LOTE'.
          05 FILLER           PIC X(11) VALUE 'QTDE'.
          05 FILLER           PIC X(12) VALUE 'CUSTO UNIT'.
          05 FILLER           PIC X(12) VALUE 'VALOR'.

       01 WRK-DOC-ITEM.
          05 WRK-DOC-I-CODIGO PIC 9(06).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-DOC-I-DESC   PIC X(30).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-DOC-I-LOTE   PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-DOC-I-QTDE   PIC ZZZZ9.99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-DOC-I-CUSTO  PIC ZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-DOC-I-VALOR  PIC ZZZZZZZZ9.99.

       01 WRK-DOC-TOTAL.
          05 FILLER           PIC X(25) VALUE
             'TOTAL DEVOLVIDO.......: '.
          05 WRK-DOC-VLR-TOTAL PIC ZZZZZZZZ9.99.

       01 WRK-DOC-ABATIMENTO.
          05 FILLER           PIC X(25) VALUE
             'ABATIDO DO TITULO.....: '.
          05 WRK-DOC-VLR-ABATIDO PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(10) VALUE '  TITULO: '.
          05 WRK-DOC-TITULO   PIC 9(09).

       01 WRK-DOC-CREDITO.
          05 FILLER           PIC X(25) VALUE
             'CREDITO DO FORNECEDOR.: '.
          05 WRK-DOC-VLR-CREDITO PIC ZZZZZZZZ9.99.

       01 WRK-DOC-ASSINATURA.
          05 FILLER           PIC X(45) VALUE
             'EXPEDIDO POR: ______________________________'.
          05 FILLER           PIC X(45) VALUE
             'RECEBIDO POR: ______________________________'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WRK-FORNECEDOR = ZEROS.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *---------------------
      *    AS SAIDAS DA DEVOLUCAO SAO DATADAS HOJE: COM O ESTOQUE DO
      *    MES ATUAL JA FECHADO NAO HA O QUE DEVOLVER.
           MOVE 'E'   TO PEV-MODULO.
           MOVE ZEROS TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.
           IF PEV-RETORNO NOT = 'A'
              DISPLAY 'COMPETENCIA DE ESTOQUE FECHADA. '
                 'NENHUMA DEVOLUCAO FEITA.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WRK-FORNECEDORES-PATH FROM ENVIRONMENT
              'FORNECEDORES_DAT'.
           IF WRK-FORNECEDORES-PATH = SPACES
              MOVE WRK-FORNECEDORES-PATH-PADRAO
                 TO WRK-FORNECEDORES-PATH
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
           ACCEPT WRK-OCOMPRA-PATH FROM ENVIRONMENT 'OCOMPRA_DAT'.
           IF WRK-OCOMPRA-PATH = SPACES
              MOVE WRK-OCOMPRA-PATH-PADRAO TO WRK-OCOMPRA-PATH
           END-IF.
           ACCEPT WRK-CONTASPAG-PATH FROM ENVIRONMENT 'CONTASPAG_DAT'.
           IF WRK-CONTASPAG-PATH = SPACES
              MOVE WRK-CONTASPAG-PATH-PADRAO TO WRK-CONTASPAG-PATH
           END-IF.
           ACCEPT WRK-CREDFORN-PATH FROM ENVIRONMENT 'CREDFORN_DAT'.
           IF WRK-CREDFORN-PATH = SPACES
              MOVE WRK-CREDFORN-PATH-PADRAO TO WRK-CREDFORN-PATH
           END-IF.
           ACCEPT WRK-FILIAL-ENV FROM ENVIRONMENT 'FILIAL_CODIGO'.
           IF WRK-FILIAL-ENV NOT = SPACES
              MOVE WRK-FILIAL-ENV TO WRK-FILIAL
           END-IF.

           OPEN INPUT FORNECEDORES.
           IF FORNECEDORES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR FORNECEDORES.DAT. STATUS: '
                 FORNECEDORES-STATUS
              MOVE ZEROS TO WRK-FORNECEDOR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PRODUTOS.DAT. STATUS: '
                 PRODUTOS-STATUS
              MOVE ZEROS TO WRK-FORNECEDOR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    SEM RAZAO DE COMPRAS NAO HA ENTRADA A REFERENCIAR.
           OPEN INPUT COMPRAS.
           IF COMPRAS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR COMPRAS.DAT. STATUS: '
                 COMPRAS-STATUS
              MOVE ZEROS TO WRK-FORNECEDOR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE COMPRAS.

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

           OPEN INPUT OCOMPRA.
           IF OCOMPRA-STATUS = 00
              MOVE 'S' TO WRK-OCOMPRA-ABERTO
           END-IF.

           OPEN I-O CONTASPAG
              IF CONTASPAG-STATUS = 35 THEN
                 OPEN OUTPUT CONTASPAG
                 CLOSE CONTASPAG
                 OPEN I-O CONTASPAG
              END-IF.
           IF CONTASPAG-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CONTASPAG.DAT. STATUS: '
                 CONTASPAG-STATUS
              MOVE ZEROS TO WRK-FORNECEDOR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O CREDFORN
              IF CREDFORN-STATUS = 35 THEN
                 OPEN OUTPUT CREDFORN
                 CLOSE CREDFORN
                 OPEN I-O CREDFORN
              END-IF.
           IF CREDFORN-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CREDFORN.DAT. STATUS: '
                 CREDFORN-STATUS
              MOVE ZEROS TO WRK-FORNECEDOR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 1 TO WRK-FORNECEDOR.
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DO FORNECEDOR (0 PARA SAIR): '.
           ACCEPT WRK-FORNECEDOR FROM CONSOLE.
           IF WRK-FORNECEDOR NOT = ZEROS
              MOVE WRK-FORNECEDOR TO FORN-CODIGO
              READ FORNECEDORES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF FORNECEDORES-STATUS NOT = 00
                 DISPLAY 'FORNECEDOR NAO ENCONTRADO!'
              ELSE
                 PERFORM 2050-INFORMAR-ENTRADA
                 IF WRK-ENTRADA-OK = 'S'
                    PERFORM 2100-DEVOLVER-PRODUTOS
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2050-INFORMAR-ENTRADA SECTION.
      *----------------------------------------------------------------*
      *    A ORDEM INFORMADA PRECISA SER DO PROPRIO FORNECEDOR; A
      *    DATA DA ENTRADA E CONFERIDA PRODUTO A PRODUTO NA RAZAO.
           MOVE 'N' TO WRK-ENTRADA-OK.
           DISPLAY 'ORDEM DE COMPRA DA ENTRADA (0 = AVULSA): '.
           ACCEPT WRK-NUM-ORDEM FROM CONSOLE.
           DISPLAY 'DATA DA ENTRADA (AAAAMMDD): '.
           ACCEPT WRK-DATA-ENTRADA FROM CONSOLE.
           DISPLAY 'MOTIVO DA DEVOLUCAO (AVARIA, ERRO ETC.): '.
           ACCEPT WRK-MOTIVO-TEXTO FROM CONSOLE.
           INSPECT WRK-MOTIVO-TEXTO CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EVALUATE TRUE
              WHEN WRK-DATA-ENTRADA = ZEROS
                 DISPLAY 'DATA DA ENTRADA INVALIDA!'
              WHEN WRK-NUM-ORDEM = ZEROS
                 MOVE 'S' TO WRK-ENTRADA-OK
              WHEN WRK-OCOMPRA-ABERTO NOT = 'S'
                 DISPLAY 'OCOMPRA.DAT INDISPONIVEL PARA CONFERIR A '
                    'ORDEM!'
              WHEN OTHER
                 MOVE WRK-NUM-ORDEM TO OC-NUMERO
                 READ OCOMPRA
                    INVALID KEY
                       CONTINUE
                 END-READ
                 EVALUATE TRUE
                    WHEN OCOMPRA-STATUS NOT = 00
                       DISPLAY 'ORDEM DE COMPRA NAO ENCONTRADA!'
                    WHEN OC-FORNECEDOR NOT = WRK-FORNECEDOR
                       DISPLAY 'ORDEM DE OUTRO FORNECEDOR!'
                    WHEN OTHER
                       MOVE 'S' TO WRK-ENTRADA-OK
                 END-EVALUATE
           END-EVALUATE.
      *----------------------------------------------------------------*
       2100-DEVOLVER-PRODUTOS SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-TOTAL-DEVOLVIDO WRK-QTD-LINHAS-DEV.
           MOVE 1 TO WRK-CODIGO-PRODUTO.
           PERFORM UNTIL WRK-CODIGO-PRODUTO = ZEROS
              DISPLAY 'PRODUTO A DEVOLVER (0 = ENCERRAR): '
              ACCEPT WRK-CODIGO-PRODUTO FROM CONSOLE
              IF WRK-CODIGO-PRODUTO NOT = ZEROS
                 IF WRK-QTD-LINHAS-DEV >= 30
                    DISPLAY 'DOCUMENTO COMPLETO (30 LINHAS): ENCERRE '
                       'E FACA NOVA DEVOLUCAO.'
                 ELSE
                    PERFORM 2110-DEVOLVER-UM-PRODUTO
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-QTD-LINHAS-DEV > ZEROS
              PERFORM 2300-DEBITAR-FORNECEDOR
              PERFORM 2400-IMPRIMIR-DOCUMENTO
              DISPLAY 'DEVOLUCAO CONCLUIDA. VALOR DEVOLVIDO: '
                 WRK-TOTAL-DEVOLVIDO
           ELSE
              DISPLAY 'NENHUM PRODUTO DEVOLVIDO.'
           END-IF.
      *----------------------------------------------------------------*
       2110-DEVOLVER-UM-PRODUTO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CODIGO-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'PRODUTO NAO ENCONTRADO!'
           ELSE
              PERFORM 2120-APURAR-ENTRADA
              COMPUTE WRK-QTD-DEVOLVIVEL =
                 WRK-QTD-RECEBIDA - WRK-QTD-JA-DEVOLVIDA
              IF WRK-ACHOU-ENTRADA NOT = 'S'
                 DISPLAY 'PRODUTO SEM ENTRADA DO FORNECEDOR NESSA '
                    'DATA/ORDEM!'
              ELSE
                 DISPLAY 'ITEM: ' PRODUTOS-DESCRICAO
                    ' CUSTO PAGO: ' WRK-CUSTO-DEVOL
                 DISPLAY 'RECEBIDO: ' WRK-QTD-RECEBIDA
                    ' JA DEVOLVIDO: ' WRK-QTD-JA-DEVOLVIDA
                    ' DEVOLVIVEL: ' WRK-QTD-DEVOLVIVEL
                 DISPLAY 'QUANTIDADE A DEVOLVER: '
                 ACCEPT WRK-QTD-DEVOLVER FROM CONSOLE
                 DISPLAY 'LOTE (EM BRANCO = SEM LOTE): '
                 ACCEPT WRK-LOTE FROM CONSOLE
                 PERFORM 2125-CONFERIR-LOTE
                 EVALUATE TRUE
                    WHEN WRK-QTD-DEVOLVER = ZEROS
                       DISPLAY 'QUANTIDADE INVALIDA!'
                    WHEN WRK-QTD-DEVOLVER > WRK-QTD-DEVOLVIVEL
                       DISPLAY 'DEVOLUCAO MAIOR QUE O RESTANTE '
                          'DEVOLVIVEL DA ENTRADA!'
                    WHEN WRK-QTD-DEVOLVER > PRODUTOS-ESTOQUE
                       DISPLAY 'SALDO EM ESTOQUE INSUFICIENTE!'
                    WHEN WRK-LOTE-OK NOT = 'S'
                       DISPLAY 'LOTE NAO ENCONTRADO OU SEM SALDO!'
                    WHEN OTHER
                       PERFORM 2130-EFETIVAR-DEVOLUCAO
                 END-EVALUATE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2120-APURAR-ENTRADA SECTION.
      *----------------------------------------------------------------*
      *    SOMA O QUE ENTROU DO PRODUTO PELA ORDEM (OU AVULSO, ORDEM
      *    ZERO) E O QUE JA VOLTOU EM DEVOLUCOES ANTERIORES; O CUSTO
      *    DA DEVOLUCAO E O PAGO NA ENTRADA DA DATA INFORMADA.
           MOVE ZEROS TO WRK-QTD-RECEBIDA WRK-QTD-JA-DEVOLVIDA
                         WRK-CUSTO-DEVOL.
           MOVE 'N'   TO WRK-ACHOU-ENTRADA WRK-FIM-COMPRAS.
           OPEN INPUT COMPRAS.
           IF COMPRAS-STATUS = 00
              PERFORM UNTIL WRK-FIM-COMPRAS = 'S'
                 READ COMPRAS
                    AT END
                       MOVE 'S' TO WRK-FIM-COMPRAS
                    NOT AT END
                       IF CMP-FORNECEDOR = WRK-FORNECEDOR
                             AND CMP-CODIGO-PRODUTO =
                                 WRK-CODIGO-PRODUTO
                             AND CMP-ORDEM NUMERIC
                             AND CMP-ORDEM = WRK-NUM-ORDEM
                          PERFORM 2122-SOMAR-LINHA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPRAS
           END-IF.
      *----------------------------------------------------------------*
       2122-SOMAR-LINHA SECTION.
      *----------------------------------------------------------------*
           EVALUATE CMP-TIPO
              WHEN 'R'
                 ADD CMP-QUANTIDADE TO WRK-QTD-JA-DEVOLVIDA
              WHEN 'D'
                 CONTINUE
              WHEN OTHER
                 ADD CMP-QUANTIDADE TO WRK-QTD-RECEBIDA
                 IF CMP-DATA = WRK-DATA-ENTRADA
                    MOVE 'S' TO WRK-ACHOU-ENTRADA
                    MOVE CMP-CUSTO-UNITARIO TO WRK-CUSTO-DEVOL
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       2125-CONFERIR-LOTE SECTION.
      *----------------------------------------------------------------*
      *    DEVOLUCAO SEM LOTE NAO TOCA LOTES.DAT; COM LOTE, O LOTE
      *    PRECISA EXISTIR E TER SALDO PARA A QUANTIDADE.
           MOVE 'S' TO WRK-LOTE-OK.
           IF WRK-LOTE NOT = SPACES
              MOVE 'N' TO WRK-LOTE-OK
              IF WRK-LOTES-ABERTO = 'S'
                 MOVE WRK-CODIGO-PRODUTO TO LOTE-CODIGO-PRODUTO
                 MOVE WRK-LOTE           TO LOTE-NUMERO
                 READ LOTES
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF LOTES-STATUS = 00
                       AND LOTE-SALDO >= WRK-QTD-DEVOLVER
                    MOVE 'S' TO WRK-LOTE-OK
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2130-EFETIVAR-DEVOLUCAO SECTION.
      *----------------------------------------------------------------*
      *    A RAZAO DE COMPRAS E ABERTA ANTES DE MEXER NO ESTOQUE: SEM
      *    ELA A DEVOLUCAO NAO E EFETIVADA, PARA O SALDO NAO BAIXAR
      *    SEM A LINHA 'R' CORRESPONDENTE.
           OPEN EXTEND COMPRAS.
           IF COMPRAS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR COMPRAS.DAT. STATUS: '
                 COMPRAS-STATUS ' - DEVOLUCAO NAO EFETIVADA.'
           ELSE
              PERFORM 2135-BAIXAR-ESTOQUE
              CLOSE COMPRAS
           END-IF.
      *----------------------------------------------------------------*
       2135-BAIXAR-ESTOQUE SECTION.
      *----------------------------------------------------------------*
           SUBTRACT WRK-QTD-DEVOLVER FROM PRODUTOS-ESTOQUE.
           REWRITE PRODUTOS-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR SALDO. STATUS: '
                 PRODUTOS-STATUS
           ELSE
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-ATUAL FROM TIME

              MOVE WRK-DATA-ATUAL      TO MOV-DATA
              MOVE WRK-HORA-ATUAL(1:6) TO MOV-HORA
              MOVE WRK-CODIGO-PRODUTO  TO MOV-CODIGO-PRODUTO
              MOVE 'S'                 TO MOV-TIPO
              MOVE WRK-QTD-DEVOLVER    TO MOV-QUANTIDADE
              MOVE WRK-FORNECEDOR      TO WRK-MOTIVO-FORN
              MOVE WRK-MOTIVO-DEVOL    TO MOV-MOTIVO
              MOVE WRK-FILIAL          TO MOV-FILIAL
              MOVE WRK-LOTE            TO MOV-LOTE
              WRITE MOV-REG

              PERFORM 2140-BAIXAR-FILIAL
              PERFORM 2150-BAIXAR-LOTE
              PERFORM 2160-GRAVAR-COMPRAS

              ADD 1 TO WRK-QTD-LINHAS-DEV
              MOVE WRK-CODIGO-PRODUTO
                             TO WRK-DOC-CODIGO(WRK-QTD-LINHAS-DEV)
              MOVE PRODUTOS-DESCRICAO
                             TO WRK-DOC-DESCRICAO(WRK-QTD-LINHAS-DEV)
              MOVE WRK-LOTE  TO WRK-DOC-LOTE(WRK-QTD-LINHAS-DEV)
              MOVE WRK-QTD-DEVOLVER
                             TO WRK-DOC-QTDE(WRK-QTD-LINHAS-DEV)
              MOVE WRK-CUSTO-DEVOL
                             TO WRK-DOC-CUSTO(WRK-QTD-LINHAS-DEV)
              MOVE WRK-VALOR-LINHA
                             TO WRK-DOC-VALOR(WRK-QTD-LINHAS-DEV)
              ADD WRK-VALOR-LINHA TO WRK-TOTAL-DEVOLVIDO
              DISPLAY 'PRODUTO DEVOLVIDO. VALOR: ' WRK-VALOR-LINHA
           END-IF.
      *----------------------------------------------------------------*
       2140-BAIXAR-FILIAL SECTION.
      *----------------------------------------------------------------*
      *    TIRA A QUANTIDADE DO SALDO DA FILIAL, SEM DEIXAR NEGATIVO,
      *    COMO NA SAIDA DA ENTREGA.
           MOVE WRK-CODIGO-PRODUTO TO EF-CODIGO.
           MOVE WRK-FILIAL         TO EF-FILIAL.
           READ ESTOQFIL
              INVALID KEY
                 CONTINUE
           END-READ.
           IF ESTOQFIL-STATUS NOT = 00
              MOVE WRK-CODIGO-PRODUTO TO EF-CODIGO
              MOVE WRK-FILIAL         TO EF-FILIAL
              MOVE ZEROS              TO EF-SALDO EF-RESERVADO
           END-IF.
           COMPUTE WRK-EF-TEMP = EF-SALDO - WRK-QTD-DEVOLVER.
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
       2150-BAIXAR-LOTE SECTION.
      *----------------------------------------------------------------*
           IF WRK-LOTES-ABERTO = 'S' AND WRK-LOTE NOT = SPACES
              MOVE WRK-CODIGO-PRODUTO TO LOTE-CODIGO-PRODUTO
              MOVE WRK-LOTE           TO LOTE-NUMERO
              READ LOTES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF LOTES-STATUS = 00
                 SUBTRACT WRK-QTD-DEVOLVER FROM LOTE-SALDO
                 REWRITE LOTE-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2160-GRAVAR-COMPRAS SECTION.
      *----------------------------------------------------------------*
      *    A LINHA 'R' SAI PELO CUSTO PAGO AO FORNECEDOR NA ENTRADA;
      *    AS DESPESAS RATEADAS NA ENTRADA NAO VOLTAM COM A
      *    MERCADORIA.
           COMPUTE WRK-VALOR-LINHA ROUNDED =
              WRK-CUSTO-DEVOL * WRK-QTD-DEVOLVER.
      *    A RAZAO JA ESTA ABERTA EM EXTEND PELA 2130.
           MOVE WRK-DATA-ATUAL      TO CMP-DATA.
           MOVE WRK-HORA-ATUAL(1:6) TO CMP-HORA.
           MOVE WRK-FORNECEDOR      TO CMP-FORNECEDOR.
           MOVE WRK-CODIGO-PRODUTO  TO CMP-CODIGO-PRODUTO.
           MOVE WRK-QTD-DEVOLVER    TO CMP-QUANTIDADE.
           MOVE WRK-CUSTO-DEVOL     TO CMP-CUSTO-UNITARIO.
           MOVE WRK-VALOR-LINHA     TO CMP-CUSTO-TOTAL.
           MOVE WRK-NUM-ORDEM       TO CMP-ORDEM.
           MOVE 'R'                 TO CMP-TIPO.
           WRITE CMP-REG.
      *----------------------------------------------------------------*
       2300-DEBITAR-FORNECEDOR SECTION.
      *----------------------------------------------------------------*
      *    TITULO EM LOTE DE PAGAMENTO NO BANCO (REMESSA GRAVADA) E
      *    TITULO DE DESPESA NAO SAO MEXIDOS. O TITULO ZERADO PELA
      *    DEVOLUCAO PASSA A 'C'.
           MOVE ZEROS TO WRK-TIT-ENTRADA WRK-TIT-ANTIGO
                         WRK-TIT-ABATIDO WRK-VALOR-ABATIDO.
           MOVE WRK-TOTAL-DEVOLVIDO TO WRK-VALOR-CREDITO.
           MOVE 'N'   TO WRK-FIM-TITULOS.
           MOVE ZEROS TO CP-NUMERO-TITULO.
           START CONTASPAG KEY IS NOT LESS THAN CP-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-TITULOS
           END-START.
           PERFORM UNTIL WRK-FIM-TITULOS = 'S'
              READ CONTASPAG NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-TITULOS
                 NOT AT END
                    IF CP-FORNECEDOR = WRK-FORNECEDOR
                          AND CP-SITUACAO = 'A'
                          AND CP-DT-REMESSA = ZEROS
                          AND CP-NATUREZA NOT = 'D'
                          AND CP-VALOR > ZEROS
                       IF WRK-TIT-ANTIGO = ZEROS
                          MOVE CP-NUMERO-TITULO TO WRK-TIT-ANTIGO
                       END-IF
                       IF CP-DT-EMISSAO = WRK-DATA-ENTRADA
                             AND WRK-TIT-ENTRADA = ZEROS
                          MOVE CP-NUMERO-TITULO TO WRK-TIT-ENTRADA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           IF WRK-TIT-ENTRADA NOT = ZEROS
              MOVE WRK-TIT-ENTRADA TO WRK-TIT-ABATIDO
           ELSE
              MOVE WRK-TIT-ANTIGO  TO WRK-TIT-ABATIDO
           END-IF.

           IF WRK-TIT-ABATIDO NOT = ZEROS
              MOVE WRK-TIT-ABATIDO TO CP-NUMERO-TITULO
              READ CONTASPAG
                 INVALID KEY
                    CONTINUE
              END-READ
              IF CONTASPAG-STATUS = 00
                 IF CP-VALOR > WRK-TOTAL-DEVOLVIDO
                    MOVE WRK-TOTAL-DEVOLVIDO TO WRK-VALOR-ABATIDO
                 ELSE
                    MOVE CP-VALOR            TO WRK-VALOR-ABATIDO
                 END-IF
                 SUBTRACT WRK-VALOR-ABATIDO FROM CP-VALOR
                 IF CP-VALOR = ZEROS
                    MOVE 'C' TO CP-SITUACAO
                 END-IF
                 REWRITE CP-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 IF CONTASPAG-STATUS = 00
                    SUBTRACT WRK-VALOR-ABATIDO FROM WRK-VALOR-CREDITO
                    DISPLAY 'ABATIDO DO TITULO ' CP-NUMERO-TITULO
                       ': ' WRK-VALOR-ABATIDO
                 ELSE
                    MOVE ZEROS TO WRK-VALOR-ABATIDO WRK-TIT-ABATIDO
                    DISPLAY 'ERRO AO ABATER TITULO. STATUS: '
                       CONTASPAG-STATUS
                 END-IF
              END-IF
           END-IF.

           IF WRK-VALOR-CREDITO > ZEROS
              PERFORM 2310-CREDITAR-FORNECEDOR
           END-IF.
      *----------------------------------------------------------------*
       2310-CREDITAR-FORNECEDOR SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-FORNECEDOR TO CRF-FORNECEDOR.
           READ CREDFORN
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CREDFORN-STATUS NOT = 00
              MOVE WRK-FORNECEDOR TO CRF-FORNECEDOR
              MOVE ZEROS          TO CRF-SALDO
           END-IF.
           ADD WRK-VALOR-CREDITO TO CRF-SALDO.
           WRITE CRF-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CREDFORN-STATUS = 22
              REWRITE CRF-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
           IF CREDFORN-STATUS = 00
              DISPLAY 'SALDO DE CREDITO DO FORNECEDOR: ' CRF-SALDO
           ELSE
              DISPLAY 'ERRO AO CREDITAR. STATUS: ' CREDFORN-STATUS
           END-IF.
      *----------------------------------------------------------------*
       2400-IMPRIMIR-DOCUMENTO SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.

           MOVE WRK-DATA-ATUAL      TO WRK-DOC-DATA.
           MOVE WRK-HORA-ATUAL(1:6) TO WRK-DOC-HORA.
           WRITE REG-RELATORIO FROM WRK-DOC-CABEC1.
           MOVE WRK-FORNECEDOR TO WRK-DOC-FORN.
           MOVE FORN-NOME      TO WRK-DOC-NOME.
           MOVE FORN-CNPJ      TO WRK-DOC-CNPJ.
           WRITE REG-RELATORIO FROM WRK-DOC-FORNECEDOR.
           MOVE WRK-NUM-ORDEM    TO WRK-DOC-ORDEM.
           MOVE WRK-DATA-ENTRADA TO WRK-DOC-DT-ENTRADA.
           WRITE REG-RELATORIO FROM WRK-DOC-ENTRADA.
           MOVE WRK-MOTIVO-TEXTO TO WRK-DOC-MOTIVO-TXT.
           WRITE REG-RELATORIO FROM WRK-DOC-MOTIVO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-DOC-ITEM-CABEC.

           PERFORM VARYING WRK-IDX-DOC FROM 1 BY 1
                 UNTIL WRK-IDX-DOC > WRK-QTD-LINHAS-DEV
              MOVE WRK-DOC-CODIGO(WRK-IDX-DOC)    TO WRK-DOC-I-CODIGO
              MOVE WRK-DOC-DESCRICAO(WRK-IDX-DOC) TO WRK-DOC-I-DESC
              MOVE WRK-DOC-LOTE(WRK-IDX-DOC)      TO WRK-DOC-I-LOTE
              MOVE WRK-DOC-QTDE(WRK-IDX-DOC)      TO WRK-DOC-I-QTDE
              MOVE WRK-DOC-CUSTO(WRK-IDX-DOC)     TO WRK-DOC-I-CUSTO
              MOVE WRK-DOC-VALOR(WRK-IDX-DOC)     TO WRK-DOC-I-VALOR
              WRITE REG-RELATORIO FROM WRK-DOC-ITEM
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-DEVOLVIDO TO WRK-DOC-VLR-TOTAL.
           WRITE REG-RELATORIO FROM WRK-DOC-TOTAL.
           IF WRK-VALOR-ABATIDO > ZEROS
              MOVE WRK-VALOR-ABATIDO TO WRK-DOC-VLR-ABATIDO
              MOVE WRK-TIT-ABATIDO   TO WRK-DOC-TITULO
              WRITE REG-RELATORIO FROM WRK-DOC-ABATIMENTO
           END-IF.
           IF WRK-VALOR-CREDITO > ZEROS
              MOVE WRK-VALOR-CREDITO TO WRK-DOC-VLR-CREDITO
              WRITE REG-RELATORIO FROM WRK-DOC-CREDITO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-DOC-ASSINATURA.

           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'DEVOLFORN'       TO SPL-PROGRAMA.
           MOVE 'DEVOLFORN.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'DOCUMENTO DE DEVOLUCAO GRAVADO EM DEVOLFORN.REL'.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE FORNECEDORES.
           CLOSE PRODUTOS.
           CLOSE ESTOQFIL.
           CLOSE ESTOQMOV.
           CLOSE CONTASPAG.
           CLOSE CREDFORN.
           IF WRK-LOTES-ABERTO = 'S'
              CLOSE LOTES
           END-IF.
           IF WRK-OCOMPRA-ABERTO = 'S'
              CLOSE OCOMPRA
           END-IF.
      *----------------------------------------------------------------*
