      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: EXPORTACAO DA NF-E DOS PEDIDOS FATURADOS
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    GERA UM ARQUIVO NFEnnnnnnnnn.TXT POR PEDIDO FATURADO NA
      *    FAIXA DE NUMEROS DE FATURA INFORMADA, NO LAYOUT TXT DE
      *    IMPORTACAO DO EMISSOR DA NF-E (REGISTROS SEPARADOS POR
      *    BARRA VERTICAL: A IDENTIFICACAO, B DADOS DA NOTA, C/C02/C05
      *    EMITENTE, E/E02-E03/E05 DESTINATARIO, H/I/N02 CADA ITEM,
      *    W02 TOTAIS E X TRANSPORTE), PARA O CONTADOR IMPORTAR EM VEZ
      *    DE REDIGITAR A FATURA. O EMITENTE VEM DO REGISTRO UNICO DE
      *    EMITENTE.DAT. DESCONTO, FRETE E ICMS DO PEDIDO SAO RATEADOS
      *    PELOS ITENS NA PROPORCAO DO VALOR DE CADA LINHA, A ULTIMA
      *    LINHA ABSORVENDO A SOBRA DO ARREDONDAMENTO (COMO NAS
      *    PARCELAS DO FATURAMENTO). PEDIDO CUJO CLIENTE NAO TEM CPF
      *    OU CNPJ VALIDO OU ENDERECO COMPLETO NAO E EXPORTADO: VAI
      *    PARA NFEEXPORT.ERR COM O CODIGO DO MOTIVO. MOTIVOS:
      *    01 CLIENTE NAO ENCONTRADO, 02 CPF/CNPJ INVALIDO,
      *    03 ENDERECO INCOMPLETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. NFEEXPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
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

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CLIENTES-STATUS
              RECORD KEY CLIENTES-CHAVE
              ALTERNATE RECORD KEY CLIENTES-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CLIENTES-CPF.

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT CONTASREC ASSIGN TO WRK-CONTASREC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASREC-STATUS
              RECORD KEY CR-CHAVE.

           SELECT EMITENTE ASSIGN TO 'EMITENTE.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EMITENTE-STATUS.

           SELECT SAIDA-NFE ASSIGN TO WRK-NFE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SAIDA-NFE-STATUS.

           SELECT REJEITADOS ASSIGN TO 'NFEEXPORT.ERR'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJEITADOS-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD PEDITENS.
       COPY 'peditens-reg.cpy'.
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD CONTASREC.
       COPY 'contasrec-reg.cpy'.
      *-------------
      *    DADOS FISCAIS DA EMPRESA EMITENTE, UM UNICO REGISTRO.
       FD EMITENTE.
       01 EMT-REG.
          05 EMT-CNPJ            PIC 9(14).
          05 EMT-IE              PIC X(14).
          05 EMT-RAZAO           PIC X(40).
          05 EMT-FANTASIA        PIC X(30).
          05 EMT-LOGRADOURO      PIC X(30).
          05 EMT-NUM-END         PIC X(06).
          05 EMT-CIDADE          PIC X(20).
          05 EMT-UF              PIC X(02).
          05 EMT-CEP             PIC 9(08).
          05 EMT-FONE            PIC 9(10).
      *-------------
       FD SAIDA-NFE.
       01 REG-NFE                 PIC X(400).
      *-------------
      *    PEDIDOS RECUSADOS, COM O CODIGO DO MOTIVO NO FIM, NO MESMO
      *    DESENHO DO BOLETO.ERR.
       FD REJEITADOS.
       01 ERR-REG.
          05 ERR-FATURA          PIC 9(09).
          05 ERR-PEDIDO          PIC 9(09).
          05 ERR-FONE            PIC 9(09).
          05 ERR-MOTIVO          PIC 9(02).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       COPY 'clientes-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'contasrec-cfg.cpy'.
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 CLIENTES-STATUS      PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 CONTASREC-STATUS     PIC   9(02).
       77 EMITENTE-STATUS      PIC   9(02).
       77 SAIDA-NFE-STATUS     PIC   9(02).
       77 REJEITADOS-STATUS    PIC   9(02).
       77 WRK-NFE-PATH         PIC   X(30).
       77 WRK-ARQS-ABERTOS     PIC   X(01) VALUE 'N'.
       77 WRK-EMITENTE-OK      PIC   X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-FATURA-DE        PIC   9(09).
       77 WRK-FATURA-ATE       PIC   9(09).
       77 WRK-QTD-EXPORTADAS   PIC   9(06) VALUE 0.
       77 WRK-QTD-REJEITADAS   PIC   9(06) VALUE 0.
       77 WRK-ERR-MOTIVO       PIC   9(02).
       77 WRK-DOC-VALIDO       PIC   X(01).
       77 WRK-CPF-AUX          PIC   9(11).
       77 WRK-IDX-ITEM         PIC   9(03).
       77 WRK-DT-EMISSAO       PIC   9(08).
       77 WRK-CFOP             PIC   X(04).
       77 WRK-UNIDADE          PIC   X(03).
      *    RATEIO DO DESCONTO, FRETE E ICMS DO PEDIDO PELOS ITENS.
       77 WRK-VALOR-DESCONTO   PIC   9(07)V99.
       77 WRK-ITEM-DESCONTO    PIC   9(07)V99.
       77 WRK-ITEM-FRETE       PIC   9(07)V99.
       77 WRK-ITEM-ICMS        PIC   9(07)V99.
       77 WRK-ITEM-BASE        PIC   9(07)V99.
       77 WRK-ACUM-DESCONTO    PIC   9(07)V99.
       77 WRK-ACUM-FRETE       PIC   9(07)V99.
       77 WRK-ACUM-ICMS        PIC   9(07)V99.
       77 WRK-VALOR-NOTA       PIC   9(09)V99.
      *    VALORES SAEM COM PONTO DECIMAL E SEM BRANCOS A ESQUERDA:
      *    EDITA EM WRK-NUM-ED E DESLOCA PARA WRK-TXT-NUM.
       77 WRK-NUM-VALOR        PIC   9(09)V99.
       77 WRK-NUM-ED           PIC   Z(08)9.99.
       77 WRK-QTD-ED           PIC   Z(04)9.99.
       77 WRK-TXT-NUM          PIC   X(13).
       77 WRK-BRANCOS          PIC   9(02).
       01 WRK-TXT-VALORES.
          05 WRK-TXT-QTDE      PIC   X(13).
          05 WRK-TXT-VUNIT     PIC   X(13).
          05 WRK-TXT-VPROD     PIC   X(13).
          05 WRK-TXT-VFRETE    PIC   X(13).
          05 WRK-TXT-VDESC     PIC   X(13).
          05 WRK-TXT-VBC       PIC   X(13).
          05 WRK-TXT-PICMS     PIC   X(13).
          05 WRK-TXT-VICMS     PIC   X(13).
          05 WRK-TXT-VNF       PIC   X(13).
       01 WRK-DATA-EMI.
          05 WRK-EMI-ANO       PIC   9(04).
          05 WRK-EMI-MES       PIC   9(02).
          05 WRK-EMI-DIA       PIC   9(02).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           IF WRK-ARQS-ABERTOS = 'S' AND WRK-EMITENTE-OK = 'S'
              PERFORM 1000-EXPORTAR
           END-IF.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-PEDITENS-PATH FROM ENVIRONMENT 'PEDITENS_DAT'.
           IF WRK-PEDITENS-PATH = SPACES
              MOVE WRK-PEDITENS-PATH-PADRAO TO WRK-PEDITENS-PATH
           END-IF.
           ACCEPT WRK-CLIENTES-PATH FROM ENVIRONMENT 'CLIENTES_DAT'.
           IF WRK-CLIENTES-PATH = SPACES
              MOVE WRK-CLIENTES-PATH-PADRAO TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.
           ACCEPT WRK-CONTASREC-PATH FROM ENVIRONMENT 'CONTASREC_DAT'.
           IF WRK-CONTASREC-PATH = SPACES
              MOVE WRK-CONTASREC-PATH-PADRAO TO WRK-CONTASREC-PATH
           END-IF.

           PERFORM 0110-LER-EMITENTE.

           DISPLAY '### EXPORTACAO DE NF-E ###'.
           DISPLAY 'FATURA INICIAL: '.
           ACCEPT WRK-FATURA-DE FROM CONSOLE.
           DISPLAY 'FATURA FINAL (0 = SO A INICIAL): '.
           ACCEPT WRK-FATURA-ATE FROM CONSOLE.
           IF WRK-FATURA-ATE = ZEROS
              MOVE WRK-FATURA-DE TO WRK-FATURA-ATE
           END-IF.

           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PEDIDOS.DAT. STATUS: '
                 PEDIDOS-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT PEDITENS
              OPEN INPUT CLIENTES
              OPEN INPUT PRODUTOS
              OPEN INPUT CONTASREC
              OPEN EXTEND REJEITADOS
              IF REJEITADOS-STATUS = 35
                 OPEN OUTPUT REJEITADOS
              END-IF
              IF PEDITENS-STATUS NOT = 00
                    OR CLIENTES-STATUS NOT = 00
                    OR PRODUTOS-STATUS NOT = 00
                    OR CONTASREC-STATUS NOT = 00
                    OR REJEITADOS-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR PEDITENS/CLIENTES/PRODUTOS/'
                    'CONTASREC/NFEEXPORT.ERR. STATUS: '
                    PEDITENS-STATUS ' ' CLIENTES-STATUS ' '
                    PRODUTOS-STATUS ' ' CONTASREC-STATUS ' '
                    REJEITADOS-STATUS
                 CLOSE PEDIDOS PEDITENS CLIENTES PRODUTOS CONTASREC
                       REJEITADOS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'S' TO WRK-ARQS-ABERTOS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0110-LER-EMITENTE SECTION.
      *----------------------------------------------------------------*
      *    SEM EMITENTE COM CNPJ VALIDO NENHUMA NOTA PODE SAIR.
           OPEN INPUT EMITENTE.
           IF EMITENTE-STATUS NOT = 00
              DISPLAY 'EMITENTE.DAT INDISPONIVEL. STATUS: '
                 EMITENTE-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              READ EMITENTE
                 AT END
                    MOVE 10 TO EMITENTE-STATUS
              END-READ
              CLOSE EMITENTE
              IF EMITENTE-STATUS NOT = 00
                 DISPLAY 'EMITENTE.DAT VAZIO!'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 CALL 'CNPJVALIDA' USING EMT-CNPJ WRK-DOC-VALIDO
                 IF WRK-DOC-VALIDO = 'S'
                    MOVE 'S' TO WRK-EMITENTE-OK
                 ELSE
                    DISPLAY 'CNPJ DO EMITENTE INVALIDO: ' EMT-CNPJ
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       1000-EXPORTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO PEDIDOS-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ PEDIDOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    IF PEDIDOS-NUMERO-FATURA >= WRK-FATURA-DE
                          AND PEDIDOS-NUMERO-FATURA <= WRK-FATURA-ATE
                          AND PEDIDOS-NUMERO-FATURA NOT = ZEROS
                          AND PEDIDOS-SITUACAO NOT = 'C'
                       PERFORM 1100-EXPORTAR-PEDIDO
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY 'NF-E EXPORTADAS: ' WRK-QTD-EXPORTADAS
              ' RECUSADAS: ' WRK-QTD-REJEITADAS.
           IF WRK-QTD-REJEITADAS > ZEROS
              DISPLAY 'CONFIRA OS PEDIDOS RECUSADOS EM NFEEXPORT.ERR.'
           END-IF.
      *----------------------------------------------------------------*
       1100-EXPORTAR-PEDIDO SECTION.
      *----------------------------------------------------------------*
           PERFORM 1110-VALIDAR-CLIENTE.
           IF WRK-ERR-MOTIVO NOT = ZEROS
              PERFORM 1190-GRAVAR-REJEITADO
           ELSE
              MOVE SPACES TO WRK-NFE-PATH
              STRING 'NFE'                 DELIMITED BY SIZE
                     PEDIDOS-NUMERO-FATURA DELIMITED BY SIZE
                     '.TXT'                DELIMITED BY SIZE
                 INTO WRK-NFE-PATH
              OPEN OUTPUT SAIDA-NFE
              IF SAIDA-NFE-STATUS NOT = 00
                 DISPLAY 'ERRO AO CRIAR ' WRK-NFE-PATH
                    ' STATUS: ' SAIDA-NFE-STATUS
              ELSE
                 PERFORM 1200-GRAVAR-CABECALHO
                 PERFORM 1300-GRAVAR-EMITENTE
                 PERFORM 1400-GRAVAR-DESTINATARIO
                 PERFORM 1500-GRAVAR-ITENS
                 PERFORM 1600-GRAVAR-TOTAIS
                 CLOSE SAIDA-NFE
                 ADD 1 TO WRK-QTD-EXPORTADAS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       1110-VALIDAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-ERR-MOTIVO.
           MOVE PEDIDOS-FONE-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CLIENTES-STATUS NOT = 00
              MOVE 01 TO WRK-ERR-MOTIVO
           ELSE
              MOVE 'N' TO WRK-DOC-VALIDO
              IF CLIENTES-TIPO-PESSOA = 'J'
                 CALL 'CNPJVALIDA' USING CLIENTES-CNPJ WRK-DOC-VALIDO
              ELSE
                 MOVE CLIENTES-CPF TO WRK-CPF-AUX
                 CALL 'CPFVALIDA' USING WRK-CPF-AUX WRK-DOC-VALIDO
              END-IF
              EVALUATE TRUE
                 WHEN WRK-DOC-VALIDO NOT = 'S'
                    MOVE 02 TO WRK-ERR-MOTIVO
                 WHEN CLIENTES-LOGRADOURO = SPACES
                       OR CLIENTES-NUM-END = SPACES
                       OR CLIENTES-CIDADE = SPACES
                       OR CLIENTES-UF = SPACES
                       OR CLIENTES-CEP = ZEROS
                    MOVE 03 TO WRK-ERR-MOTIVO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       1190-GRAVAR-REJEITADO SECTION.
      *----------------------------------------------------------------*
           MOVE PEDIDOS-NUMERO-FATURA TO ERR-FATURA.
           MOVE PEDIDOS-NUMERO        TO ERR-PEDIDO.
           MOVE PEDIDOS-FONE-CLIENTE  TO ERR-FONE.
           MOVE WRK-ERR-MOTIVO        TO ERR-MOTIVO.
           WRITE ERR-REG.
           ADD 1 TO WRK-QTD-REJEITADAS.
           DISPLAY 'FATURA ' PEDIDOS-NUMERO-FATURA
              ' RECUSADA. MOTIVO: ' WRK-ERR-MOTIVO.
      *----------------------------------------------------------------*
       1200-GRAVAR-CABECALHO SECTION.
      *----------------------------------------------------------------*
      *    DATA DE EMISSAO = EMISSAO DO TITULO GERADO NO FATURAMENTO;
      *    SEM TITULO, A DATA DA ULTIMA SITUACAO DO PEDIDO.
           MOVE PEDIDOS-NUMERO TO CR-NUMERO-PEDIDO.
           MOVE 1              TO CR-PARCELA.
           READ CONTASREC
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CONTASREC-STATUS = 00
              MOVE CR-DT-EMISSAO TO WRK-DT-EMISSAO
           ELSE
              MOVE PEDIDOS-DT-SITUACAO TO WRK-DT-EMISSAO
           END-IF.
           MOVE WRK-DT-EMISSAO TO WRK-DATA-EMI.

      *    VENDA DENTRO DO ESTADO DO EMITENTE 5102, FORA 6102.
           IF CLIENTES-UF = EMT-UF
              MOVE '5102' TO WRK-CFOP
           ELSE
              MOVE '6102' TO WRK-CFOP
           END-IF.

           MOVE 'NOTAFISCAL|1|' TO REG-NFE.
           WRITE REG-NFE.
           MOVE 'A|4.00|NFe|' TO REG-NFE.
           WRITE REG-NFE.
           MOVE SPACES TO REG-NFE.
           STRING 'B|'                  DELIMITED BY SIZE
                  EMT-UF                DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  PEDIDOS-NUMERO        DELIMITED BY SIZE
                  '|VENDA DE MERCADORIA|55|1|' DELIMITED BY SIZE
                  PEDIDOS-NUMERO-FATURA DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  WRK-EMI-ANO           DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WRK-EMI-MES           DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WRK-EMI-DIA           DELIMITED BY SIZE
                  '|1|'                 DELIMITED BY SIZE
                  WRK-CFOP              DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
              INTO REG-NFE.
           WRITE REG-NFE.
      *----------------------------------------------------------------*
       1300-GRAVAR-EMITENTE SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-NFE.
           STRING 'C|'                  DELIMITED BY SIZE
                  EMT-RAZAO             DELIMITED BY '  '
                  '|'                   DELIMITED BY SIZE
                  EMT-FANTASIA          DELIMITED BY '  '
                  '|'                   DELIMITED BY SIZE
                  EMT-IE                DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
              INTO REG-NFE.
           WRITE REG-NFE.
           MOVE SPACES TO REG-NFE.
           STRING 'C02|'                DELIMITED BY SIZE
                  EMT-CNPJ              DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
              INTO REG-NFE.
           WRITE REG-NFE.
           MOVE SPACES TO REG-NFE.
           STRING 'C05|'                DELIMITED BY SIZE
                  EMT-LOGRADOURO        DELIMITED BY '  '
                  '|'                   DELIMITED BY SIZE
                  EMT-NUM-END           DELIMITED BY SPACE
                  '|||'                 DELIMITED BY SIZE
                  EMT-CIDADE            DELIMITED BY '  '
                  '|'                   DELIMITED BY SIZE
                  EMT-UF                DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  EMT-CEP               DELIMITED BY SIZE
                  '|1058|BRASIL|'       DELIMITED BY SIZE
                  EMT-FONE              DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
              INTO REG-NFE.
           WRITE REG-NFE.
      *----------------------------------------------------------------*
       1400-GRAVAR-DESTINATARIO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-NFE.
           STRING 'E|'                  DELIMITED BY SIZE
                  CLIENTES-NOME         DELIMITED BY '  '
                  '|9||||'              DELIMITED BY SIZE
                  CLIENTES-EMAIL        DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
              INTO REG-NFE.
           WRITE REG-NFE.
           MOVE SPACES TO REG-NFE.
           IF CLIENTES-TIPO-PESSOA = 'J'
              STRING 'E02|'             DELIMITED BY SIZE
                     CLIENTES-CNPJ      DELIMITED BY SIZE
                     '|'                DELIMITED BY SIZE
                 INTO REG-NFE
           ELSE
              STRING 'E03|'             DELIMITED BY SIZE
                     CLIENTES-CPF       DELIMITED BY SIZE
                     '|'                DELIMITED BY SIZE
                 INTO REG-NFE
           END-IF.
           WRITE REG-NFE.
           MOVE SPACES TO REG-NFE.
           STRING 'E05|'                DELIMITED BY SIZE
                  CLIENTES-LOGRADOURO   DELIMITED BY '  '
                  '|'                   DELIMITED BY SIZE
                  CLIENTES-NUM-END      DELIMITED BY SPACE
                  '|||'                 DELIMITED BY SIZE
                  CLIENTES-CIDADE       DELIMITED BY '  '
                  '|'                   DELIMITED BY SIZE
                  CLIENTES-UF           DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  CLIENTES-CEP          DELIMITED BY SIZE
                  '|1058|BRASIL|'       DELIMITED BY SIZE
                  CLIENTES-FONE         DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
              INTO REG-NFE.
           WRITE REG-NFE.
      *----------------------------------------------------------------*
       1500-GRAVAR-ITENS SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-VALOR-DESCONTO =
              PEDIDOS-VALOR-BRUTO - PEDIDOS-VALOR.
           MOVE ZEROS TO WRK-ACUM-DESCONTO WRK-ACUM-FRETE
              WRK-ACUM-ICMS.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                 UNTIL WRK-IDX-ITEM > PEDIDOS-QTD-ITENS
              MOVE PEDIDOS-NUMERO TO ITENS-NUMERO
              MOVE WRK-IDX-ITEM   TO ITENS-LINHA
              READ PEDITENS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PEDITENS-STATUS = 00
                 PERFORM 1510-RATEAR-ITEM
                 PERFORM 1520-GRAVAR-ITEM
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       1510-RATEAR-ITEM SECTION.
      *----------------------------------------------------------------*
      *    A ULTIMA LINHA FICA COM A DIFERENCA, PARA A SOMA DOS ITENS
      *    FECHAR COM O TOTAL DO PEDIDO.
           IF WRK-IDX-ITEM = PEDIDOS-QTD-ITENS
              COMPUTE WRK-ITEM-DESCONTO =
                 WRK-VALOR-DESCONTO - WRK-ACUM-DESCONTO
              COMPUTE WRK-ITEM-FRETE = PEDIDOS-FRETE - WRK-ACUM-FRETE
              COMPUTE WRK-ITEM-ICMS =
                 PEDIDOS-ICMS-VALOR - WRK-ACUM-ICMS
           ELSE
              IF PEDIDOS-VALOR-BRUTO = ZEROS
                 MOVE ZEROS TO WRK-ITEM-DESCONTO WRK-ITEM-FRETE
                    WRK-ITEM-ICMS
              ELSE
                 COMPUTE WRK-ITEM-DESCONTO ROUNDED =
                    WRK-VALOR-DESCONTO * ITENS-VALOR
                    / PEDIDOS-VALOR-BRUTO
                 COMPUTE WRK-ITEM-FRETE ROUNDED =
                    PEDIDOS-FRETE * ITENS-VALOR / PEDIDOS-VALOR-BRUTO
                 COMPUTE WRK-ITEM-ICMS ROUNDED =
                    PEDIDOS-ICMS-VALOR * ITENS-VALOR
                    / PEDIDOS-VALOR-BRUTO
              END-IF
              ADD WRK-ITEM-DESCONTO TO WRK-ACUM-DESCONTO
              ADD WRK-ITEM-FRETE    TO WRK-ACUM-FRETE
              ADD WRK-ITEM-ICMS     TO WRK-ACUM-ICMS
           END-IF.
           COMPUTE WRK-ITEM-BASE = ITENS-VALOR - WRK-ITEM-DESCONTO.
      *----------------------------------------------------------------*
       1520-GRAVAR-ITEM SECTION.
      *----------------------------------------------------------------*
           MOVE 'UN' TO WRK-UNIDADE.
           MOVE ITENS-CODIGO-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS = 00 AND PRODUTOS-UNIDADE NOT = SPACES
              MOVE PRODUTOS-UNIDADE TO WRK-UNIDADE
           END-IF.

           MOVE ITENS-QUANTIDADE TO WRK-QTD-ED.
           MOVE ZEROS TO WRK-BRANCOS.
           INSPECT WRK-QTD-ED TALLYING WRK-BRANCOS FOR LEADING SPACES.
           MOVE WRK-QTD-ED(WRK-BRANCOS + 1:) TO WRK-TXT-QTDE.
           MOVE ITENS-VALOR-UNITARIO TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VUNIT.
           MOVE ITENS-VALOR TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VPROD.
           MOVE WRK-ITEM-FRETE TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VFRETE.
           MOVE WRK-ITEM-DESCONTO TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VDESC.
           MOVE WRK-ITEM-BASE TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VBC.
           MOVE PEDIDOS-ICMS-PCT TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-PICMS.
           MOVE WRK-ITEM-ICMS TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VICMS.

           MOVE SPACES TO REG-NFE.
           STRING 'H|'                  DELIMITED BY SIZE
                  ITENS-LINHA           DELIMITED BY SIZE
                  '||'                  DELIMITED BY SIZE
              INTO REG-NFE.
           WRITE REG-NFE.
           MOVE SPACES TO REG-NFE.
           STRING 'I|'                  DELIMITED BY SIZE
                  ITENS-CODIGO-PRODUTO  DELIMITED BY SIZE
                  '||'                  DELIMITED BY SIZE
                  ITENS-DESCRICAO       DELIMITED BY '  '
                  '|||'                 DELIMITED BY SIZE
                  WRK-CFOP              DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  WRK-UNIDADE           DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WRK-TXT-QTDE          DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WRK-TXT-VUNIT         DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WRK-TXT-VPROD         DELIMITED BY SPACE
                  '||'                  DELIMITED BY SIZE
                  WRK-UNIDADE           DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WRK-TXT-QTDE          DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WRK-TXT-VUNIT         DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WRK-TXT-VFRETE        DELIMITED BY SPACE
                  '||'                  DELIMITED BY SIZE
                  WRK-TXT-VDESC         DELIMITED BY SPACE
                  '||1|'                DELIMITED BY SIZE
              INTO REG-NFE.
           WRITE REG-NFE.
           MOVE SPACES TO REG-NFE.
           STRING 'N02|0|00|3|'         DELIMITED BY SIZE
                  WRK-TXT-VBC           DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WRK-TXT-PICMS         DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WRK-TXT-VICMS         DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
              INTO REG-NFE.
           WRITE REG-NFE.
      *----------------------------------------------------------------*
       1600-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE PEDIDOS-VALOR TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VBC.
           MOVE PEDIDOS-ICMS-VALOR TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VICMS.
           MOVE PEDIDOS-VALOR-BRUTO TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VPROD.
           MOVE PEDIDOS-FRETE TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VFRETE.
           MOVE WRK-VALOR-DESCONTO TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VDESC.
           COMPUTE WRK-VALOR-NOTA = PEDIDOS-VALOR + PEDIDOS-FRETE.
           MOVE WRK-VALOR-NOTA TO WRK-NUM-VALOR.
           PERFORM 1900-FORMATAR-VALOR.
           MOVE WRK-TXT-NUM TO WRK-TXT-VNF.

           MOVE SPACES TO REG-NFE.
           STRING 'W02|'                DELIMITED BY SIZE
                  WRK-TXT-VBC           DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WRK-TXT-VICMS         DELIMITED BY SPACE
                  '||||'                DELIMITED BY SIZE
                  WRK-TXT-VPROD         DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WRK-TXT-VFRETE        DELIMITED BY SPACE
                  '||'                  DELIMITED BY SIZE
                  WRK-TXT-VDESC         DELIMITED BY SPACE
                  '||||||'              DELIMITED BY SIZE
                  WRK-TXT-VNF           DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
              INTO REG-NFE.
           WRITE REG-NFE.
      *    FRETE POR CONTA DO EMITENTE (0) QUANDO O PEDIDO COBRA
      *    FRETE; SEM FRETE (9) QUANDO NAO COBRA.
           MOVE SPACES TO REG-NFE.
           IF PEDIDOS-FRETE > ZEROS
              STRING 'X|0|'                DELIMITED BY SIZE
                     PEDIDOS-TRANSPORTADORA DELIMITED BY SPACE
                     '|'                   DELIMITED BY SIZE
                 INTO REG-NFE
           ELSE
              MOVE 'X|9||' TO REG-NFE
           END-IF.
           WRITE REG-NFE.
      *----------------------------------------------------------------*
       1900-FORMATAR-VALOR SECTION.
      *----------------------------------------------------------------*
      *    WRK-NUM-VALOR EDITADO COM PONTO DECIMAL, ENCOSTADO A
      *    ESQUERDA EM WRK-TXT-NUM.
           MOVE WRK-NUM-VALOR TO WRK-NUM-ED.
           MOVE ZEROS TO WRK-BRANCOS.
           INSPECT WRK-NUM-ED TALLYING WRK-BRANCOS FOR LEADING SPACES.
           MOVE WRK-NUM-ED(WRK-BRANCOS + 1:) TO WRK-TXT-NUM.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           IF WRK-ARQS-ABERTOS = 'S'
              CLOSE PEDIDOS
              CLOSE PEDITENS
              CLOSE CLIENTES
              CLOSE PRODUTOS
              CLOSE CONTASREC
              CLOSE REJEITADOS
           END-IF.
      *----------------------------------------------------------------*
