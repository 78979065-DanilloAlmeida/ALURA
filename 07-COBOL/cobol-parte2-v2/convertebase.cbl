      *    BRANCO, ESTOQUE E CATEGORIA ZERADOS, PEDIDO ABERTO NA
      *    FILIAL 01 SEM FRETE NEM DESCONTO, ACUMULADO NO ANO
      *    CORRENTE.
      *    A OPCAO 10 CONVERTE A BASE GRAVADA NO CICLO ANTERIOR, CUJOS
      *    REGISTROS SO GANHARAM CAMPOS NO FIM (BLOQUEIO DE CREDITO,
      *    DADOS BANCARIOS, PROMOCAO, CLASSE DO FORNECEDOR, CARGA E
      *    ACERTO DA ROTA ETC.): TUDO E CARREGADO E OS CAMPOS NOVOS
      *    SAEM NEUTROS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
           SELECT ACM-NOVO ASSIGN TO 'VENDASACM.NEW'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACM-NOVO-STATUS.

      *    DESENHOS EM PRODUCAO NO CICLO ANTERIOR, ANTES DOS CAMPOS
      *    NOVOS DE CREDITO, FOLHA, PROMOCAO, COMPRAS E ROTAS: TODOS
      *    SO CRESCERAM NO FIM DO REGISTRO, E SAO CARREGADOS INTEIROS.
           SELECT CLIENTES-ANT3 ASSIGN TO WRK-CLIENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CLIENTES-ANT3-STATUS
              RECORD KEY ANT3-CLI-CHAVE
              ALTERNATE RECORD KEY ANT3-CLI-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY ANT3-CLI-CPF.

           SELECT CONTASREC-ANT3 ASSIGN TO WRK-CONTASREC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASREC-ANT3-STATUS
              RECORD KEY ANT3-CR-CHAVE.

           SELECT FUNCIONARIOS-ANT3 ASSIGN TO WRK-FUNCIONARIOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FUNCIONARIOS-ANT3-STATUS
              RECORD KEY ANT3-FUNC-CHAVE.

           SELECT PEDIDOS-ANT3 ASSIGN TO WRK-PEDIDOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDIDOS-ANT3-STATUS
              RECORD KEY ANT3-PED-CHAVE
              ALTERNATE RECORD KEY ANT3-PED-FONE-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY ANT3-PED-DATA
                 WITH DUPLICATES.

           SELECT PEDITENS-ANT3 ASSIGN TO WRK-PEDITENS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDITENS-ANT3-STATUS
              RECORD KEY ANT3-ITE-CHAVE.

           SELECT FORNECEDORES-ANT3 ASSIGN TO WRK-FORNECEDORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FORNECEDORES-ANT3-STATUS
              RECORD KEY ANT3-FORN-CHAVE.

           SELECT FORNECEDORES-NOVO ASSIGN TO 'FORNECEDORES.NEW'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FORNECEDORES-NOVO-STATUS
              RECORD KEY FORN-CHAVE.

           SELECT OCOMPRA-ANT3 ASSIGN TO WRK-OCOMPRA-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OCOMPRA-ANT3-STATUS
              RECORD KEY ANT3-OC-CHAVE.

           SELECT OCOMPRA-NOVO ASSIGN TO 'OCOMPRA.NEW'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OCOMPRA-NOVO-STATUS
              RECORD KEY OC-CHAVE.

           SELECT CONTASPAG-ANT3 ASSIGN TO WRK-CONTASPAG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASPAG-ANT3-STATUS
              RECORD KEY ANT3-CP-CHAVE.

           SELECT CONTASPAG-NOVO ASSIGN TO 'CONTASPAG.NEW'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASPAG-NOVO-STATUS
              RECORD KEY CP-CHAVE.

           SELECT CONDPAG-ANT3 ASSIGN TO WRK-CONDPAG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONDPAG-ANT3-STATUS
              RECORD KEY ANT3-COND-CHAVE.

           SELECT CONDPAG-NOVO ASSIGN TO 'CONDPAG.NEW'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONDPAG-NOVO-STATUS
              RECORD KEY COND-CHAVE.

           SELECT ORCITENS-ANT3 ASSIGN TO WRK-ORCITENS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ORCITENS-ANT3-STATUS
              RECORD KEY ANT3-ORCI-CHAVE.

           SELECT ORCITENS-NOVO ASSIGN TO 'ORCITENS.NEW'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ORCITENS-NOVO-STATUS
              RECORD KEY ORCI-CHAVE.

           SELECT ROTAS-ANT3 ASSIGN TO WRK-ROTAS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ROTAS-ANT3-STATUS
              RECORD KEY ANT3-ROTA-CHAVE.

           SELECT ROTAS-NOVO ASSIGN TO 'ROTAS.NEW'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ROTAS-NOVO-STATUS
              RECORD KEY ROTA-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
          05 CMP-NOVO-QUANTIDADE     PIC 9(05)V99.
          05 CMP-NOVO-CUSTO-UNITARIO PIC 9(07)V99.
          05 CMP-NOVO-CUSTO-TOTAL    PIC 9(09)V99.
          05 CMP-NOVO-ORDEM          PIC 9(09).
          05 CMP-NOVO-TIPO           PIC X(01).
      *-------------
       FD ESTOQMOV-ANT.
       01 ANT-MOV-REG.
      *-------------
       FD VENDLOG-NOVO.
       01 VLG-NOVO-REG            PIC X(32).
      *-------------
      *    CADASTROS E MOVIMENTOS NO DESENHO DO CICLO ANTERIOR.
       FD CLIENTES-ANT3.
       01 ANT3-CLI-REG.
          05 ANT3-CLI-CHAVE.
             10 ANT3-CLI-FONE           PIC 9(09).
          05 ANT3-CLI-NOME              PIC X(30).
          05 ANT3-CLI-EMAIL             PIC X(40).
          05 ANT3-CLI-CPF               PIC 9(11).
          05 ANT3-CLI-SITUACAO          PIC X(01).
          05 ANT3-CLI-DT-INATIVACAO     PIC 9(08).
          05 ANT3-CLI-MOTIVO-INATIVACAO PIC 9(02).
          05 ANT3-CLI-LOGRADOURO        PIC X(30).
          05 ANT3-CLI-NUM-END           PIC X(06).
          05 ANT3-CLI-CIDADE            PIC X(20).
          05 ANT3-CLI-UF                PIC X(02).
          05 ANT3-CLI-CEP               PIC 9(08).
          05 ANT3-CLI-LIMITE-CREDITO    PIC 9(07)V99.
          05 ANT3-CLI-TIPO-PESSOA       PIC X(01).
          05 ANT3-CLI-CNPJ              PIC 9(14).
      *-------------
       FD CONTASREC-ANT3.
       01 ANT3-CR-REG.
          05 ANT3-CR-CHAVE.
             10 ANT3-CR-NUMERO-PEDIDO   PIC 9(09).
             10 ANT3-CR-PARCELA         PIC 9(02).
          05 ANT3-CR-FONE-CLIENTE       PIC 9(09).
          05 ANT3-CR-VALOR              PIC 9(07)V99.
          05 ANT3-CR-DT-EMISSAO         PIC 9(08).
          05 ANT3-CR-DT-VENCIMENTO      PIC 9(08).
          05 ANT3-CR-DT-PAGAMENTO       PIC 9(08).
          05 ANT3-CR-SITUACAO           PIC X(01).
          05 ANT3-CR-DT-REMESSA         PIC 9(08).
      *-------------
       FD FUNCIONARIOS-ANT3.
       01 ANT3-FUNC-REG.
          05 ANT3-FUNC-CHAVE.
             10 ANT3-FUNC-MATRICULA     PIC 9(05).
          05 ANT3-FUNC-NOME             PIC X(20).
          05 ANT3-FUNC-DATA-ENTRADA     PIC 9(08).
          05 ANT3-FUNC-SALARIO          PIC 9(09)V99.
          05 ANT3-FUNC-DEPTO            PIC X(10).
          05 ANT3-FUNC-SITUACAO         PIC X(01).
          05 ANT3-FUNC-DT-DESLIGAMENTO  PIC 9(08).
      *-------------
       FD PEDIDOS-ANT3.
       01 ANT3-PED-REG.
          05 ANT3-PED-CHAVE.
             10 ANT3-PED-NUMERO         PIC 9(09).
          05 ANT3-PED-FONE-CLIENTE      PIC 9(09).
          05 ANT3-PED-QTD-ITENS         PIC 9(03).
          05 ANT3-PED-VALOR             PIC 9(07)V99.
          05 ANT3-PED-DATA              PIC 9(08).
          05 ANT3-PED-SITUACAO          PIC X(01).
          05 ANT3-PED-DT-SITUACAO       PIC 9(08).
          05 ANT3-PED-FRETE             PIC 9(05)V99.
          05 ANT3-PED-TRANSPORTADORA    PIC X(03).
          05 ANT3-PED-VALOR-BRUTO       PIC 9(07)V99.
          05 ANT3-PED-DESCONTO-PCT      PIC 9(02)V99.
          05 ANT3-PED-FILIAL            PIC 9(02).
          05 ANT3-PED-COND-PAGTO        PIC 9(02).
          05 ANT3-PED-NUMERO-FATURA     PIC 9(09).
          05 ANT3-PED-ROTA              PIC 9(06).
          05 ANT3-PED-ICMS-PCT          PIC 9(02)V99.
          05 ANT3-PED-ICMS-VALOR        PIC 9(07)V99.
      *-------------
       FD PEDITENS-ANT3.
       01 ANT3-ITE-REG.
          05 ANT3-ITE-CHAVE.
             10 ANT3-ITE-NUMERO         PIC 9(09).
             10 ANT3-ITE-LINHA          PIC 9(03).
          05 ANT3-ITE-CODIGO-PRODUTO    PIC 9(06).
          05 ANT3-ITE-DESCRICAO         PIC X(30).
          05 ANT3-ITE-QUANTIDADE        PIC 9(05)V99.
          05 ANT3-ITE-VALOR-UNITARIO    PIC 9(07)V99.
          05 ANT3-ITE-VALOR             PIC 9(07)V99.
          05 ANT3-ITE-LOTE              PIC X(10).
          05 ANT3-ITE-PRECO-CONTRATO    PIC X(01).
          05 ANT3-ITE-QTD-ENTREGUE      PIC 9(05)V99.
          05 ANT3-ITE-QTD-DEVOLVIDA     PIC 9(05)V99.
      *-------------
       FD FORNECEDORES-ANT3.
       01 ANT3-FORN-REG.
          05 ANT3-FORN-CHAVE.
             10 ANT3-FORN-CODIGO        PIC 9(04).
          05 ANT3-FORN-NOME             PIC X(30).
          05 ANT3-FORN-CNPJ             PIC 9(14).
          05 ANT3-FORN-FONE             PIC 9(09).
          05 ANT3-FORN-SITUACAO         PIC X(01).
      *-------------
       FD FORNECEDORES-NOVO.
       COPY 'fornecedores-reg.cpy'.
      *-------------
       FD OCOMPRA-ANT3.
       01 ANT3-OC-REG.
          05 ANT3-OC-CHAVE.
             10 ANT3-OC-NUMERO          PIC 9(09).
          05 ANT3-OC-FORNECEDOR         PIC 9(04).
          05 ANT3-OC-DATA               PIC 9(08).
          05 ANT3-OC-QTD-ITENS          PIC 9(03).
          05 ANT3-OC-VALOR-TOTAL        PIC 9(09)V99.
          05 ANT3-OC-SITUACAO           PIC X(01).
      *-------------
       FD OCOMPRA-NOVO.
       COPY 'ordemcompra-reg.cpy'.
      *-------------
       FD CONTASPAG-ANT3.
       01 ANT3-CP-REG.
          05 ANT3-CP-CHAVE.
             10 ANT3-CP-NUMERO-TITULO   PIC 9(09).
          05 ANT3-CP-FORNECEDOR         PIC 9(04).
          05 ANT3-CP-VALOR              PIC 9(09)V99.
          05 ANT3-CP-DT-EMISSAO         PIC 9(08).
          05 ANT3-CP-DT-VENCIMENTO      PIC 9(08).
          05 ANT3-CP-DT-PAGAMENTO       PIC 9(08).
          05 ANT3-CP-SITUACAO           PIC X(01).
      *-------------
       FD CONTASPAG-NOVO.
       COPY 'contaspag-reg.cpy'.
      *-------------
       FD CONDPAG-ANT3.
       01 ANT3-COND-REG.
          05 ANT3-COND-CHAVE.
             10 ANT3-COND-CODIGO        PIC 9(02).
          05 ANT3-COND-DESCRICAO        PIC X(20).
          05 ANT3-COND-QTD-PARCELAS     PIC 9(02).
          05 ANT3-COND-INTERVALO-DIAS   PIC 9(03).
          05 ANT3-COND-ENTRADA          PIC X(01).
      *-------------
       FD CONDPAG-NOVO.
       COPY 'condpag-reg.cpy'.
      *-------------
       FD ORCITENS-ANT3.
       01 ANT3-ORCI-REG.
          05 ANT3-ORCI-CHAVE.
             10 ANT3-ORCI-NUMERO        PIC 9(09).
             10 ANT3-ORCI-LINHA         PIC 9(03).
          05 ANT3-ORCI-CODIGO-PRODUTO   PIC 9(06).
          05 ANT3-ORCI-DESCRICAO        PIC X(30).
          05 ANT3-ORCI-QUANTIDADE       PIC 9(05)V99.
          05 ANT3-ORCI-VALOR-UNITARIO   PIC 9(07)V99.
          05 ANT3-ORCI-VALOR            PIC 9(07)V99.
      *-------------
       FD ORCITENS-NOVO.
       COPY 'orcitens-reg.cpy'.
      *-------------
       FD ROTAS-ANT3.
       01 ANT3-ROTA-REG.
          05 ANT3-ROTA-CHAVE.
             10 ANT3-ROTA-NUMERO        PIC 9(06).
          05 ANT3-ROTA-DATA             PIC 9(08).
          05 ANT3-ROTA-MOTORISTA        PIC X(20).
          05 ANT3-ROTA-VEICULO          PIC X(10).
          05 ANT3-ROTA-QTD-PEDIDOS      PIC 9(03).
          05 ANT3-ROTA-SITUACAO         PIC X(01).
      *-------------
       FD ROTAS-NOVO.
       COPY 'rotas-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'operadores-cfg.cpy'.
       COPY 'funcionarios-cfg.cpy'.
       COPY 'vendedores-cfg.cpy'.
       COPY 'fornecedores-cfg.cpy'.
       COPY 'ordemcompra-cfg.cpy'.
       COPY 'contaspag-cfg.cpy'.
       COPY 'condpag-cfg.cpy'.
       COPY 'orcamento-cfg.cpy'.
       COPY 'rotas-cfg.cpy'.
       77 CLIENTES-ANT-STATUS  PIC   9(02).
       77 CLIENTES-NOVO-STATUS PIC   9(02).
       77 PEDIDOS-ANT-STATUS   PIC   9(02).
       77 CONTASREC-NOVO-STATUS PIC  9(02).
       77 ACM-ANT-STATUS       PIC   9(02).
       77 ACM-NOVO-STATUS      PIC   9(02).
       77 WRK-OPCAO            PIC   9(02).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-QTD-LIDOS        PIC   9(08).
       77 WRK-QTD-GRAVADOS     PIC   9(08).
       77 FUNCIONARIOS-NOVO-STATUS PIC 9(02).
       77 VENDEDORES-ANT-STATUS  PIC 9(02).
       77 VENDEDORES-NOVO-STATUS PIC 9(02).
       77 CLIENTES-ANT3-STATUS     PIC 9(02).
       77 CONTASREC-ANT3-STATUS    PIC 9(02).
       77 FUNCIONARIOS-ANT3-STATUS PIC 9(02).
       77 PEDIDOS-ANT3-STATUS      PIC 9(02).
       77 PEDITENS-ANT3-STATUS     PIC 9(02).
       77 FORNECEDORES-ANT3-STATUS PIC 9(02).
       77 FORNECEDORES-NOVO-STATUS PIC 9(02).
       77 OCOMPRA-ANT3-STATUS      PIC 9(02).
       77 OCOMPRA-NOVO-STATUS      PIC 9(02).
       77 CONTASPAG-ANT3-STATUS    PIC 9(02).
       77 CONTASPAG-NOVO-STATUS    PIC 9(02).
       77 CONDPAG-ANT3-STATUS      PIC 9(02).
       77 CONDPAG-NOVO-STATUS      PIC 9(02).
       77 ORCITENS-ANT3-STATUS     PIC 9(02).
       77 ORCITENS-NOVO-STATUS     PIC 9(02).
       77 ROTAS-ANT3-STATUS        PIC 9(02).
       77 ROTAS-NOVO-STATUS        PIC 9(02).
       77 VENDLOG-NOVO-STATUS PIC   9(02).
       77 WRK-VENDLOG-PATH    PIC   X(30).
       77 WRK-VENDLOG-COMP    PIC   9(06).
           DISPLAY '7 - PESSOAL (OPERADORES/FUNCIONARIOS/VENDEDORES)'.
           DISPLAY '8 - VERSAO ANTERIOR (PRODUTOS/PEDIDOS/ITENS/'.
           DISPLAY '    COMPRAS/ESTOQMOV, CARREGANDO OS SALDOS)'.
           DISPLAY '9 - TODOS (1 A 7; A 8 E A 10 RODAM SOZINHAS,'.
           DISPLAY '    POIS LEEM OUTRO DESENHO DOS MESMOS ARQUIVOS)'.
           DISPLAY '10 - CICLO ANTERIOR (CLIENTES/CONTASREC/'.
           DISPLAY '     FUNCIONARIOS/PEDIDOS/ITENS/FORNECEDORES/'.
           DISPLAY '     OCOMPRA/CONTASPAG/CONDPAG/ORCITENS/ROTAS)'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

           IF WRK-OPCAO = 1 OR WRK-OPCAO = 9
              PERFORM 8600-CONVERTER-COMPRAS
              PERFORM 8700-CONVERTER-ESTOQMOV
           END-IF.
           IF WRK-OPCAO = 10
              PERFORM 9000-CONVERTER-CLIENTES-V3
              PERFORM 9020-CONVERTER-CONTASREC-V3
              PERFORM 9040-CONVERTER-FUNCIONARIOS-V3
              PERFORM 9060-CONVERTER-PEDIDOS-V3
              PERFORM 9080-CONVERTER-PEDITENS-V3
              PERFORM 9100-CONVERTER-FORNECEDORES-V3
              PERFORM 9120-CONVERTER-OCOMPRA-V3
              PERFORM 9140-CONVERTER-CONTASPAG-V3
              PERFORM 9160-CONVERTER-CONDPAG-V3
              PERFORM 9180-CONVERTER-ORCITENS-V3
              PERFORM 9200-CONVERTER-ROTAS-V3
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGAR-CAMINHOS SECTION.
           IF WRK-VENDEDORES-PATH = SPACES
              MOVE WRK-VENDEDORES-PATH-PADRAO TO WRK-VENDEDORES-PATH
           END-IF.
           ACCEPT WRK-FORNECEDORES-PATH FROM ENVIRONMENT
              'FORNECEDORES_DAT'.
           IF WRK-FORNECEDORES-PATH = SPACES
              MOVE WRK-FORNECEDORES-PATH-PADRAO
                 TO WRK-FORNECEDORES-PATH
           END-IF.
           ACCEPT WRK-OCOMPRA-PATH FROM ENVIRONMENT 'OCOMPRA_DAT'.
           IF WRK-OCOMPRA-PATH = SPACES
              MOVE WRK-OCOMPRA-PATH-PADRAO TO WRK-OCOMPRA-PATH
           END-IF.
           ACCEPT WRK-CONTASPAG-PATH FROM ENVIRONMENT 'CONTASPAG_DAT'.
           IF WRK-CONTASPAG-PATH = SPACES
              MOVE WRK-CONTASPAG-PATH-PADRAO TO WRK-CONTASPAG-PATH
           END-IF.
           ACCEPT WRK-CONDPAG-PATH FROM ENVIRONMENT 'CONDPAG_DAT'.
           IF WRK-CONDPAG-PATH = SPACES
              MOVE WRK-CONDPAG-PATH-PADRAO TO WRK-CONDPAG-PATH
           END-IF.
           ACCEPT WRK-ORCITENS-PATH FROM ENVIRONMENT 'ORCITENS_DAT'.
           IF WRK-ORCITENS-PATH = SPACES
              MOVE WRK-ORCITENS-PATH-PADRAO TO WRK-ORCITENS-PATH
           END-IF.
           ACCEPT WRK-ROTAS-PATH FROM ENVIRONMENT 'ROTAS_DAT'.
           IF WRK-ROTAS-PATH = SPACES
              MOVE WRK-ROTAS-PATH-PADRAO TO WRK-ROTAS-PATH
           END-IF.
      *----------------------------------------------------------------*
       1000-CONVERTER-CLIENTES SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS  TO CLIENTES-LIMITE-CREDITO.
           MOVE 'F'    TO CLIENTES-TIPO-PESSOA.
           MOVE ZEROS  TO CLIENTES-CNPJ.
           MOVE ZEROS  TO CLIENTES-DT-REVISAO.
           MOVE 'N'    TO CLIENTES-BLOQ-CREDITO.
           MOVE 'N'    TO CLIENTES-SEM-MARKETING.
           WRITE CLIENTES-REG
              INVALID KEY
                 CONTINUE
           MOVE ZEROS              TO PEDIDOS-ROTA.
           MOVE ZEROS              TO PEDIDOS-ICMS-PCT
                                      PEDIDOS-ICMS-VALOR.
           MOVE SPACES             TO PEDIDOS-VENDEDOR.
           MOVE SPACES             TO PEDIDOS-REF-LOJA.
           WRITE PEDIDOS-REG
              INVALID KEY
                 CONTINUE
              MOVE ANT-PED-VALOR         TO ITENS-VALOR
              MOVE SPACES                TO ITENS-LOTE
                                            ITENS-PRECO-CONTRATO
                                            ITENS-KIT-MONTADO
              MOVE ZEROS                 TO ITENS-QTD-ENTREGUE
                                            ITENS-QTD-DEVOLVIDA
                                            ITENS-PROMOCAO
                                            ITENS-DESC-PROMOCAO
              WRITE ITENS-REG
                 INVALID KEY
                    CONTINUE
           MOVE ANT-CR-DT-PAGAMENTO  TO CR-DT-PAGAMENTO.
           MOVE ANT-CR-SITUACAO      TO CR-SITUACAO.
           MOVE ZEROS                TO CR-DT-REMESSA.
      *    TITULO JA LIQUIDADO ENTRA COMO RECEBIDO POR INTEIRO; O
      *    HISTORICO DE RECEBIMENTOS COMECA VAZIO.
           IF ANT-CR-SITUACAO = 'L'
              MOVE ANT-CR-VALOR      TO CR-VALOR-PAGO
           ELSE
              MOVE ZEROS             TO CR-VALOR-PAGO
           END-IF.
           MOVE ZEROS                TO CR-QTD-PAGTOS.
           WRITE CR-REG
              INVALID KEY
                 CONTINUE
           MOVE ANT-FUNC-DEPTO        TO FUNC-DEPTO.
           MOVE 'A'                   TO FUNC-SITUACAO.
           MOVE ZEROS                 TO FUNC-DT-DESLIGAMENTO.
           MOVE ZEROS                 TO FUNC-BANCO FUNC-AGENCIA
                                         FUNC-CONTA FUNC-CPF.
           MOVE SPACE                 TO FUNC-CONTA-DV.
           MOVE 'S'                   TO FUNC-ADIANTAMENTO.
           WRITE FUNC-REG
              INVALID KEY
                 CONTINUE
                                           PEDIDOS-ROTA
                                           PEDIDOS-ICMS-PCT
                                           PEDIDOS-ICMS-VALOR.
           MOVE SPACES                  TO PEDIDOS-VENDEDOR.
           MOVE SPACES                  TO PEDIDOS-REF-LOJA.
           WRITE PEDIDOS-REG
              INVALID KEY
                 CONTINUE
           MOVE ANT2-ITE-VALOR-UNIT TO ITENS-VALOR-UNITARIO.
           MOVE ANT2-ITE-VALOR      TO ITENS-VALOR.
           MOVE SPACES              TO ITENS-LOTE
                                       ITENS-PRECO-CONTRATO
                                       ITENS-KIT-MONTADO.
           MOVE ZEROS               TO ITENS-QTD-ENTREGUE
                                       ITENS-QTD-DEVOLVIDA
                                       ITENS-PROMOCAO
                                       ITENS-DESC-PROMOCAO.
           MOVE ANT2-ITE-NUMERO     TO ANT2-PED-NUMERO.
           READ PEDIDOS-ANT2
              INVALID KEY
                       TO CMP-NOVO-CUSTO-UNITARIO
                    MOVE ANT-CMP-CUSTO-TOTAL
                       TO CMP-NOVO-CUSTO-TOTAL
                    MOVE ZEROS TO CMP-NOVO-ORDEM
                    MOVE 'E'   TO CMP-NOVO-TIPO
                    WRITE CMP-NOVO-REG
                    ADD 1 TO WRK-QTD-GRAVADOS
                 END-IF
              DISPLAY 'ESTOQMOV: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
           END-IF.
      *----------------------------------------------------------------*
       9000-CONVERTER-CLIENTES-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT CLIENTES-ANT3.
           IF CLIENTES-ANT3-STATUS NOT = 00
              DISPLAY 'CLIENTES (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' CLIENTES-ANT3-STATUS
           ELSE
              OPEN OUTPUT CLIENTES-NOVO
              MOVE ZEROS TO ANT3-CLI-CHAVE
              START CLIENTES-ANT3
                 KEY IS NOT LESS THAN ANT3-CLI-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF CLIENTES-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CLIENTES-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND CLIENTES-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9010-GRAVAR-CLIENTES-V3
                 END-IF
                 IF CLIENTES-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE CLIENTES-NOVO
              CLOSE CLIENTES-ANT3
              DISPLAY 'CLIENTES V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9010-GRAVAR-CLIENTES-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-CLI-FONE            TO CLIENTES-FONE.
           MOVE ANT3-CLI-NOME            TO CLIENTES-NOME.
           MOVE ANT3-CLI-EMAIL           TO CLIENTES-EMAIL.
           MOVE ANT3-CLI-CPF             TO CLIENTES-CPF.
           MOVE ANT3-CLI-SITUACAO        TO CLIENTES-SITUACAO.
           MOVE ANT3-CLI-DT-INATIVACAO   TO CLIENTES-DT-INATIVACAO.
           MOVE ANT3-CLI-MOTIVO-INATIVACAO
              TO CLIENTES-MOTIVO-INATIVACAO.
           MOVE ANT3-CLI-LOGRADOURO      TO CLIENTES-LOGRADOURO.
           MOVE ANT3-CLI-NUM-END         TO CLIENTES-NUM-END.
           MOVE ANT3-CLI-CIDADE          TO CLIENTES-CIDADE.
           MOVE ANT3-CLI-UF              TO CLIENTES-UF.
           MOVE ANT3-CLI-CEP             TO CLIENTES-CEP.
           MOVE ANT3-CLI-LIMITE-CREDITO  TO CLIENTES-LIMITE-CREDITO.
           MOVE ANT3-CLI-TIPO-PESSOA     TO CLIENTES-TIPO-PESSOA.
           MOVE ANT3-CLI-CNPJ            TO CLIENTES-CNPJ.
           MOVE ZEROS            TO CLIENTES-DT-REVISAO.
           MOVE 'N'              TO CLIENTES-BLOQ-CREDITO
                                    CLIENTES-SEM-MARKETING.
           WRITE CLIENTES-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CLIENTES-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NO FONE ' ANT3-CLI-FONE
                 ' STATUS: ' CLIENTES-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       9020-CONVERTER-CONTASREC-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT CONTASREC-ANT3.
           IF CONTASREC-ANT3-STATUS NOT = 00
              DISPLAY 'CONTASREC (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' CONTASREC-ANT3-STATUS
           ELSE
              OPEN OUTPUT CONTASREC-NOVO
              MOVE ZEROS TO ANT3-CR-CHAVE
              START CONTASREC-ANT3
                 KEY IS NOT LESS THAN ANT3-CR-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF CONTASREC-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CONTASREC-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND CONTASREC-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9030-GRAVAR-CONTASREC-V3
                 END-IF
                 IF CONTASREC-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE CONTASREC-NOVO
              CLOSE CONTASREC-ANT3
              DISPLAY 'CONTASREC V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9030-GRAVAR-CONTASREC-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-CR-NUMERO-PEDIDO    TO CR-NUMERO-PEDIDO.
           MOVE ANT3-CR-PARCELA          TO CR-PARCELA.
           MOVE ANT3-CR-FONE-CLIENTE     TO CR-FONE-CLIENTE.
           MOVE ANT3-CR-VALOR            TO CR-VALOR.
           MOVE ANT3-CR-DT-EMISSAO       TO CR-DT-EMISSAO.
           MOVE ANT3-CR-DT-VENCIMENTO    TO CR-DT-VENCIMENTO.
           MOVE ANT3-CR-DT-PAGAMENTO     TO CR-DT-PAGAMENTO.
           MOVE ANT3-CR-SITUACAO         TO CR-SITUACAO.
           MOVE ANT3-CR-DT-REMESSA       TO CR-DT-REMESSA.
      *    TITULO JA LIQUIDADO ENTRA COMO RECEBIDO POR INTEIRO; O
      *    HISTORICO DE RECEBIMENTOS COMECA VAZIO.
           IF ANT3-CR-SITUACAO = 'L'
              MOVE ANT3-CR-VALOR    TO CR-VALOR-PAGO
           ELSE
              MOVE ZEROS            TO CR-VALOR-PAGO
           END-IF.
           MOVE ZEROS               TO CR-QTD-PAGTOS.
           WRITE CR-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CONTASREC-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NO TITULO ' ANT3-CR-NUMERO-PEDIDO '/'
                 ANT3-CR-PARCELA
                 ' STATUS: ' CONTASREC-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       9040-CONVERTER-FUNCIONARIOS-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT FUNCIONARIOS-ANT3.
           IF FUNCIONARIOS-ANT3-STATUS NOT = 00
              DISPLAY 'FUNCIONARIOS (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' FUNCIONARIOS-ANT3-STATUS
           ELSE
              OPEN OUTPUT FUNCIONARIOS-NOVO
              MOVE ZEROS TO ANT3-FUNC-CHAVE
              START FUNCIONARIOS-ANT3
                 KEY IS NOT LESS THAN ANT3-FUNC-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF FUNCIONARIOS-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ FUNCIONARIOS-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND FUNCIONARIOS-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9050-GRAVAR-FUNCIONARIOS-V3
                 END-IF
                 IF FUNCIONARIOS-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE FUNCIONARIOS-NOVO
              CLOSE FUNCIONARIOS-ANT3
              DISPLAY 'FUNCIONARIOS V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9050-GRAVAR-FUNCIONARIOS-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-FUNC-MATRICULA      TO FUNC-MATRICULA.
           MOVE ANT3-FUNC-NOME           TO FUNC-NOME.
           MOVE ANT3-FUNC-DATA-ENTRADA   TO FUNC-DATA-ENTRADA.
           MOVE ANT3-FUNC-SALARIO        TO FUNC-SALARIO.
           MOVE ANT3-FUNC-DEPTO          TO FUNC-DEPTO.
           MOVE ANT3-FUNC-SITUACAO       TO FUNC-SITUACAO.
           MOVE ANT3-FUNC-DT-DESLIGAMENTO TO FUNC-DT-DESLIGAMENTO.
           MOVE ZEROS               TO FUNC-BANCO FUNC-AGENCIA
                                       FUNC-CONTA FUNC-CPF.
           MOVE SPACE               TO FUNC-CONTA-DV.
           MOVE 'S'                 TO FUNC-ADIANTAMENTO.
           WRITE FUNC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF FUNCIONARIOS-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NA MATRICULA ' ANT3-FUNC-MATRICULA
                 ' STATUS: ' FUNCIONARIOS-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       9060-CONVERTER-PEDIDOS-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT PEDIDOS-ANT3.
           IF PEDIDOS-ANT3-STATUS NOT = 00
              DISPLAY 'PEDIDOS (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' PEDIDOS-ANT3-STATUS
           ELSE
              OPEN OUTPUT PEDIDOS-NOVO
              MOVE ZEROS TO ANT3-PED-CHAVE
              START PEDIDOS-ANT3
                 KEY IS NOT LESS THAN ANT3-PED-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF PEDIDOS-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ PEDIDOS-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND PEDIDOS-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9070-GRAVAR-PEDIDOS-V3
                 END-IF
                 IF PEDIDOS-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE PEDIDOS-NOVO
              CLOSE PEDIDOS-ANT3
              DISPLAY 'PEDIDOS V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9070-GRAVAR-PEDIDOS-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-PED-NUMERO          TO PEDIDOS-NUMERO.
           MOVE ANT3-PED-FONE-CLIENTE    TO PEDIDOS-FONE-CLIENTE.
           MOVE ANT3-PED-QTD-ITENS       TO PEDIDOS-QTD-ITENS.
           MOVE ANT3-PED-VALOR           TO PEDIDOS-VALOR.
           MOVE ANT3-PED-DATA            TO PEDIDOS-DATA.
           MOVE ANT3-PED-SITUACAO        TO PEDIDOS-SITUACAO.
           MOVE ANT3-PED-DT-SITUACAO     TO PEDIDOS-DT-SITUACAO.
           MOVE ANT3-PED-FRETE           TO PEDIDOS-FRETE.
           MOVE ANT3-PED-TRANSPORTADORA  TO PEDIDOS-TRANSPORTADORA.
           MOVE ANT3-PED-VALOR-BRUTO     TO PEDIDOS-VALOR-BRUTO.
           MOVE ANT3-PED-DESCONTO-PCT    TO PEDIDOS-DESCONTO-PCT.
           MOVE ANT3-PED-FILIAL          TO PEDIDOS-FILIAL.
           MOVE ANT3-PED-COND-PAGTO      TO PEDIDOS-COND-PAGTO.
           MOVE ANT3-PED-NUMERO-FATURA   TO PEDIDOS-NUMERO-FATURA.
           MOVE ANT3-PED-ROTA            TO PEDIDOS-ROTA.
           MOVE ANT3-PED-ICMS-PCT        TO PEDIDOS-ICMS-PCT.
           MOVE ANT3-PED-ICMS-VALOR      TO PEDIDOS-ICMS-VALOR.
           MOVE SPACES              TO PEDIDOS-VENDEDOR
                                       PEDIDOS-REF-LOJA.
           WRITE PEDIDOS-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF PEDIDOS-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NO PEDIDO ' ANT3-PED-NUMERO
                 ' STATUS: ' PEDIDOS-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       9080-CONVERTER-PEDITENS-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT PEDITENS-ANT3.
           IF PEDITENS-ANT3-STATUS NOT = 00
              DISPLAY 'PEDITENS (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' PEDITENS-ANT3-STATUS
           ELSE
              OPEN OUTPUT PEDITENS-NOVO
              MOVE ZEROS TO ANT3-ITE-CHAVE
              START PEDITENS-ANT3
                 KEY IS NOT LESS THAN ANT3-ITE-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF PEDITENS-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ PEDITENS-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND PEDITENS-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9090-GRAVAR-PEDITENS-V3
                 END-IF
                 IF PEDITENS-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE PEDITENS-NOVO
              CLOSE PEDITENS-ANT3
              DISPLAY 'PEDITENS V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9090-GRAVAR-PEDITENS-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-ITE-NUMERO          TO ITENS-NUMERO.
           MOVE ANT3-ITE-LINHA           TO ITENS-LINHA.
           MOVE ANT3-ITE-CODIGO-PRODUTO  TO ITENS-CODIGO-PRODUTO.
           MOVE ANT3-ITE-DESCRICAO       TO ITENS-DESCRICAO.
           MOVE ANT3-ITE-QUANTIDADE      TO ITENS-QUANTIDADE.
           MOVE ANT3-ITE-VALOR-UNITARIO  TO ITENS-VALOR-UNITARIO.
           MOVE ANT3-ITE-VALOR           TO ITENS-VALOR.
           MOVE ANT3-ITE-LOTE            TO ITENS-LOTE.
           MOVE ANT3-ITE-PRECO-CONTRATO  TO ITENS-PRECO-CONTRATO.
           MOVE ANT3-ITE-QTD-ENTREGUE    TO ITENS-QTD-ENTREGUE.
           MOVE ANT3-ITE-QTD-DEVOLVIDA   TO ITENS-QTD-DEVOLVIDA.
           MOVE SPACE               TO ITENS-KIT-MONTADO.
           MOVE ZEROS               TO ITENS-PROMOCAO
                                       ITENS-DESC-PROMOCAO.
           WRITE ITENS-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF PEDITENS-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NO ITEM ' ANT3-ITE-NUMERO '/'
                 ANT3-ITE-LINHA
                 ' STATUS: ' PEDITENS-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       9100-CONVERTER-FORNECEDORES-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT FORNECEDORES-ANT3.
           IF FORNECEDORES-ANT3-STATUS NOT = 00
              DISPLAY 'FORNECEDORES (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' FORNECEDORES-ANT3-STATUS
           ELSE
              OPEN OUTPUT FORNECEDORES-NOVO
              MOVE ZEROS TO ANT3-FORN-CHAVE
              START FORNECEDORES-ANT3
                 KEY IS NOT LESS THAN ANT3-FORN-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF FORNECEDORES-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ FORNECEDORES-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND FORNECEDORES-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9110-GRAVAR-FORNECEDORES-V3
                 END-IF
                 IF FORNECEDORES-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE FORNECEDORES-NOVO
              CLOSE FORNECEDORES-ANT3
              DISPLAY 'FORNECEDORES V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9110-GRAVAR-FORNECEDORES-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-FORN-CODIGO         TO FORN-CODIGO.
           MOVE ANT3-FORN-NOME           TO FORN-NOME.
           MOVE ANT3-FORN-CNPJ           TO FORN-CNPJ.
           MOVE ANT3-FORN-FONE           TO FORN-FONE.
           MOVE ANT3-FORN-SITUACAO       TO FORN-SITUACAO.
           MOVE SPACE               TO FORN-CLASSE.
           MOVE ZEROS               TO FORN-DT-CLASSE.
           WRITE FORN-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF FORNECEDORES-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NO FORNECEDOR ' ANT3-FORN-CODIGO
                 ' STATUS: ' FORNECEDORES-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       9120-CONVERTER-OCOMPRA-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT OCOMPRA-ANT3.
           IF OCOMPRA-ANT3-STATUS NOT = 00
              DISPLAY 'OCOMPRA (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' OCOMPRA-ANT3-STATUS
           ELSE
              OPEN OUTPUT OCOMPRA-NOVO
              MOVE ZEROS TO ANT3-OC-CHAVE
              START OCOMPRA-ANT3
                 KEY IS NOT LESS THAN ANT3-OC-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF OCOMPRA-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ OCOMPRA-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND OCOMPRA-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9130-GRAVAR-OCOMPRA-V3
                 END-IF
                 IF OCOMPRA-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE OCOMPRA-NOVO
              CLOSE OCOMPRA-ANT3
              DISPLAY 'OCOMPRA V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9130-GRAVAR-OCOMPRA-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-OC-NUMERO           TO OC-NUMERO.
           MOVE ANT3-OC-FORNECEDOR       TO OC-FORNECEDOR.
           MOVE ANT3-OC-DATA             TO OC-DATA.
           MOVE ANT3-OC-QTD-ITENS        TO OC-QTD-ITENS.
           MOVE ANT3-OC-VALOR-TOTAL      TO OC-VALOR-TOTAL.
           MOVE ANT3-OC-SITUACAO         TO OC-SITUACAO.
           MOVE ZEROS               TO OC-COND-PAGTO
                                       OC-DT-PREVISTA
                                       OC-COTACAO.
           WRITE OC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF OCOMPRA-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NA ORDEM ' ANT3-OC-NUMERO
                 ' STATUS: ' OCOMPRA-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       9140-CONVERTER-CONTASPAG-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT CONTASPAG-ANT3.
           IF CONTASPAG-ANT3-STATUS NOT = 00
              DISPLAY 'CONTASPAG (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' CONTASPAG-ANT3-STATUS
           ELSE
              OPEN OUTPUT CONTASPAG-NOVO
              MOVE ZEROS TO ANT3-CP-CHAVE
              START CONTASPAG-ANT3
                 KEY IS NOT LESS THAN ANT3-CP-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF CONTASPAG-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CONTASPAG-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND CONTASPAG-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9150-GRAVAR-CONTASPAG-V3
                 END-IF
                 IF CONTASPAG-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE CONTASPAG-NOVO
              CLOSE CONTASPAG-ANT3
              DISPLAY 'CONTASPAG V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9150-GRAVAR-CONTASPAG-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-CP-NUMERO-TITULO    TO CP-NUMERO-TITULO.
           MOVE ANT3-CP-FORNECEDOR       TO CP-FORNECEDOR.
           MOVE ANT3-CP-VALOR            TO CP-VALOR.
           MOVE ANT3-CP-DT-EMISSAO       TO CP-DT-EMISSAO.
           MOVE ANT3-CP-DT-VENCIMENTO    TO CP-DT-VENCIMENTO.
           MOVE ANT3-CP-DT-PAGAMENTO     TO CP-DT-PAGAMENTO.
           MOVE ANT3-CP-SITUACAO         TO CP-SITUACAO.
           MOVE 'M'                 TO CP-NATUREZA.
           MOVE ZEROS               TO CP-DT-REMESSA.
           MOVE SPACES              TO CP-APROVADOR.
           WRITE CP-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CONTASPAG-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NO TITULO ' ANT3-CP-NUMERO-TITULO
                 ' STATUS: ' CONTASPAG-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       9160-CONVERTER-CONDPAG-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT CONDPAG-ANT3.
           IF CONDPAG-ANT3-STATUS NOT = 00
              DISPLAY 'CONDPAG (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' CONDPAG-ANT3-STATUS
           ELSE
              OPEN OUTPUT CONDPAG-NOVO
              MOVE ZEROS TO ANT3-COND-CHAVE
              START CONDPAG-ANT3
                 KEY IS NOT LESS THAN ANT3-COND-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF CONDPAG-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CONDPAG-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND CONDPAG-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9170-GRAVAR-CONDPAG-V3
                 END-IF
                 IF CONDPAG-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE CONDPAG-NOVO
              CLOSE CONDPAG-ANT3
              DISPLAY 'CONDPAG V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9170-GRAVAR-CONDPAG-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-COND-CODIGO         TO COND-CODIGO.
           MOVE ANT3-COND-DESCRICAO      TO COND-DESCRICAO.
           MOVE ANT3-COND-QTD-PARCELAS   TO COND-QTD-PARCELAS.
           MOVE ANT3-COND-INTERVALO-DIAS TO COND-INTERVALO-DIAS.
           MOVE ANT3-COND-ENTRADA        TO COND-ENTRADA.
           MOVE 'N'                 TO COND-NA-ENTREGA.
           WRITE COND-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CONDPAG-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NA CONDICAO ' ANT3-COND-CODIGO
                 ' STATUS: ' CONDPAG-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       9180-CONVERTER-ORCITENS-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT ORCITENS-ANT3.
           IF ORCITENS-ANT3-STATUS NOT = 00
              DISPLAY 'ORCITENS (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' ORCITENS-ANT3-STATUS
           ELSE
              OPEN OUTPUT ORCITENS-NOVO
              MOVE ZEROS TO ANT3-ORCI-CHAVE
              START ORCITENS-ANT3
                 KEY IS NOT LESS THAN ANT3-ORCI-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF ORCITENS-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ORCITENS-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND ORCITENS-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9190-GRAVAR-ORCITENS-V3
                 END-IF
                 IF ORCITENS-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE ORCITENS-NOVO
              CLOSE ORCITENS-ANT3
              DISPLAY 'ORCITENS V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9190-GRAVAR-ORCITENS-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-ORCI-NUMERO         TO ORCI-NUMERO.
           MOVE ANT3-ORCI-LINHA          TO ORCI-LINHA.
           MOVE ANT3-ORCI-CODIGO-PRODUTO TO ORCI-CODIGO-PRODUTO.
           MOVE ANT3-ORCI-DESCRICAO      TO ORCI-DESCRICAO.
           MOVE ANT3-ORCI-QUANTIDADE     TO ORCI-QUANTIDADE.
           MOVE ANT3-ORCI-VALOR-UNITARIO TO ORCI-VALOR-UNITARIO.
           MOVE ANT3-ORCI-VALOR          TO ORCI-VALOR.
           MOVE ZEROS               TO ORCI-PROMOCAO
                                       ORCI-DESC-PROMOCAO.
           WRITE ORCI-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF ORCITENS-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NO ORCAMENTO ' ANT3-ORCI-NUMERO '/'
                 ANT3-ORCI-LINHA
                 ' STATUS: ' ORCITENS-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       9200-CONVERTER-ROTAS-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS WRK-QTD-ERROS.
           OPEN INPUT ROTAS-ANT3.
           IF ROTAS-ANT3-STATUS NOT = 00
              DISPLAY 'ROTAS (CICLO ANTERIOR) NAO ABRIU.'
                 ' STATUS: ' ROTAS-ANT3-STATUS
           ELSE
              OPEN OUTPUT ROTAS-NOVO
              MOVE ZEROS TO ANT3-ROTA-CHAVE
              START ROTAS-ANT3
                 KEY IS NOT LESS THAN ANT3-ROTA-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE 'N' TO WRK-FIM-ARQUIVO
              IF ROTAS-ANT3-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ROTAS-ANT3 NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND ROTAS-ANT3-STATUS = 00
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 9210-GRAVAR-ROTAS-V3
                 END-IF
                 IF ROTAS-ANT3-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
              CLOSE ROTAS-NOVO
              CLOSE ROTAS-ANT3
              DISPLAY 'ROTAS V3: LIDOS ' WRK-QTD-LIDOS
                 ' GRAVADOS ' WRK-QTD-GRAVADOS
                 ' ERROS ' WRK-QTD-ERROS
           END-IF.
      *----------------------------------------------------------------*
       9210-GRAVAR-ROTAS-V3 SECTION.
      *----------------------------------------------------------------*
           MOVE ANT3-ROTA-NUMERO         TO ROTA-NUMERO.
           MOVE ANT3-ROTA-DATA           TO ROTA-DATA.
           MOVE ANT3-ROTA-MOTORISTA      TO ROTA-MOTORISTA.
           MOVE ANT3-ROTA-VEICULO        TO ROTA-VEICULO.
           MOVE ANT3-ROTA-QTD-PEDIDOS    TO ROTA-QTD-PEDIDOS.
           MOVE ANT3-ROTA-SITUACAO       TO ROTA-SITUACAO.
           MOVE ZEROS               TO ROTA-PESO-CARGA
                                       ROTA-VOLUME-CARGA
                                       ROTA-VALOR-DEVIDO
                                       ROTA-VALOR-PRESTADO.
           MOVE SPACES              TO ROTA-TRANSPORTADORA.
      *    ROTA JA FECHADA ENTRA COMO ACERTADA NO PROPRIO DIA,
      *    PARA NAO APARECER COMO ACERTO DE MOTORISTA PENDENTE.
           IF ANT3-ROTA-SITUACAO = 'F'
              MOVE ANT3-ROTA-DATA   TO ROTA-DT-ACERTO
           ELSE
              MOVE ZEROS            TO ROTA-DT-ACERTO
           END-IF.
           WRITE ROTA-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF ROTAS-NOVO-STATUS = 00
              ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'ERRO NA ROTA ' ANT3-ROTA-NUMERO
                 ' STATUS: ' ROTAS-NOVO-STATUS
           END-IF.
      *----------------------------------------------------------------*
       6000-SEGMENTAR-VENDASLOG SECTION.
      *----------------------------------------------------------------*
