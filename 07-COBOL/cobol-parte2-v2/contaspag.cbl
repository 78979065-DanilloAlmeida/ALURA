              FILE STATUS IS CONTASPAG-STATUS
              RECORD KEY CP-CHAVE.

           SELECT CONTASPAGCTL ASSIGN TO 'CONTASPAG.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONTASPAGCTL-STATUS.

           SELECT FORNECEDORES ASSIGN TO WRK-FORNECEDORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           SELECT CAIXA ASSIGN TO 'CAIXA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAIXA-STATUS.

           SELECT CREDFORN ASSIGN TO WRK-CREDFORN-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CREDFORN-STATUS
              RECORD KEY CRF-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
      *-------------
       FD CONTASPAG.
       COPY 'contaspag-reg.cpy'.
      *-------------
      *    MESMO REGISTRO DE CONTROLE DO RECEBIMENTO: TITULO DE
      *    DESPESA E DE MERCADORIA DIVIDEM A NUMERACAO.
       FD CONTASPAGCTL.
       01 CTL-REG.
          05 CTL-PROXIMO-TITULO   PIC 9(09).
      *-------------
       FD FORNECEDORES.
       COPY 'fornecedores-reg.cpy'.
      *-------------
       FD CAIXA.
       COPY 'caixa-reg.cpy'.
      *-------------
       FD CREDFORN.
       COPY 'credforn-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'contaspag-cfg.cpy'.
       COPY 'fornecedores-cfg.cpy'.
       COPY 'credforn-cfg.cpy'.
       77 CONTASPAG-STATUS     PIC   9(02).
       77 CONTASPAGCTL-STATUS  PIC   9(02).
       77 WRK-PROXIMO-TITULO   PIC   9(09).
       77 WRK-CTL-OK           PIC   X(01).
       77 WRK-DATA-UTIL        PIC   9(08).
       77 FORNECEDORES-STATUS  PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 CAIXA-STATUS         PIC   9(02).
       77 WRK-FORMA-PAGTO      PIC   9(01).
      *    BAIXA COM CREDITO DE DEVOLUCAO AO FORNECEDOR (FORMA 5): O
      *    SALDO EM CREDFORN.DAT PRECISA COBRIR O TITULO INTEIRO.
       77 CREDFORN-STATUS      PIC   9(02).
       77 WRK-CREDITO-OK       PIC   X(01).
       77 WRK-HORA-ATUAL       PIC   9(08).

      *    HISTORICO PADRAO DO LANCAMENTO DE CAIXA DO PAGAMENTO.
          05 FILLER           PIC X(25) VALUE
             'TOTAL GERAL EM ATRASO..: '.
          05 WRK-REL-TOT-GERAL PIC ZZZZZZZZZZ9.99.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *------------------------
       SCREEN SECTION.
      *------------------------
             05 LINE 07 COLUMN 15 VALUE '1 - BAIXAR TITULO'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - RELATORIO DE ATRASOS'.
             05 LINE 10 COLUMN 15 VALUE '4 - INCLUIR DESPESA'.
             05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO..: '.
             05 LINE 13 COLUMN 24 USING WRK-OPCAO.

       01 TELA-CONSULTA-CHAVE.
             05 LINE 16 COLUMN 15 VALUE 'NUM. TITULO..: '.
             05 LINE 22 COLUMN 15 VALUE 'SITUACAO.....: '.
             05 LINE 22 COLUMN 35 PIC X(01) FROM CP-SITUACAO.

       01 TELA-DESPESA.
             05 LINE 16 COLUMN 15 VALUE 'FORNECEDOR...: '.
             05 LINE 16 COLUMN 35 PIC 9(04) USING CP-FORNECEDOR.
             05 LINE 17 COLUMN 15 VALUE 'VALOR........: '.
             05 LINE 17 COLUMN 35 PIC 9(09)V99 USING CP-VALOR.
             05 LINE 18 COLUMN 15 VALUE 'VENCIMENTO...: '.
             05 LINE 18 COLUMN 35 PIC 9(08) USING CP-DT-VENCIMENTO.

       01 TELA-DESPESA-CONFIRMA.
             05 LINE 19 COLUMN 15 VALUE 'CONFIRMA INCLUSAO (S/N)?: '.
             05 LINE 19 COLUMN 41 PIC X(01) USING WRK-CONFIRMA.

       01 TELA-BAIXA-FORMA.
             05 LINE 23 COLUMN 15 VALUE
                'FORMA (1-DIN 2-PIX 3-CART 4-CHEQ 5-CRED): '.
             05 LINE 23 COLUMN 57 PIC 9(01) USING WRK-FORMA-PAGTO.

       01 TELA-BAIXA-CONFIRMA.
             05 LINE 24 COLUMN 15 VALUE 'CONFIRMA PAGAMENTO (S/N)?: '.
                 CAIXA-STATUS
              GOBACK
           END-IF.

           ACCEPT WRK-CREDFORN-PATH FROM ENVIRONMENT 'CREDFORN_DAT'.
           IF WRK-CREDFORN-PATH = SPACES
              MOVE WRK-CREDFORN-PATH-PADRAO TO WRK-CREDFORN-PATH
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
              CLOSE CONTASPAG
              CLOSE FORNECEDORES
              CLOSE CAIXA
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
                 PERFORM 4100-CONSULTAR
              WHEN 3
                 PERFORM 5000-RELATORIO-ATRASOS
              WHEN 4
                 PERFORM 4200-INCLUIR-DESPESA
              WHEN OTHER
                 IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY ' ENTRADA INVALIDA!!!'
              INVALID KEY
                 CONTINUE
           END-READ.
      *    A BAIXA E DATADA HOJE: SO ENTRA COM A COMPETENCIA ATUAL DO
      *    CONTAS A PAGAR ABERTA.
           MOVE 'P'   TO PEV-MODULO.
           MOVE ZEROS TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.

           EVALUATE CONTASPAG-STATUS
              WHEN 00
                 IF CP-SITUACAO = 'C'
                    DISPLAY 'TITULO CANCELADO NAO RECEBE BAIXA!'
                       AT 2001
                 ELSE
                 IF CP-DT-REMESSA NOT = ZEROS
                    DISPLAY 'TITULO EM LOTE DE PAGAMENTO NO BANCO!'
                       AT 2001
                 ELSE
                 IF PEV-RETORNO NOT = 'A'
                    DISPLAY 'COMPETENCIA DO PAGAR FECHADA: BAIXA '
                       AT 2001
                    DISPLAY 'NAO FEITA!' AT 2037
                 ELSE
                    DISPLAY TELA-CONSULTA-DADOS
                    PERFORM 4020-CAPTURAR-FORMA
                    MOVE 'S' TO WRK-CREDITO-OK
                    IF WRK-FORMA-PAGTO = 5
                       PERFORM 4030-VERIFICAR-CREDITO
                    END-IF
                    MOVE SPACES TO WRK-CONFIRMA
                    IF WRK-CREDITO-OK = 'S'
                       ACCEPT TELA-BAIXA-CONFIRMA
                    END-IF
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
                       MOVE WRK-DATA-ATUAL TO CP-DT-PAGAMENTO
                             CONTINUE
                       END-REWRITE
                       IF CONTASPAG-STATUS = 00
                          IF WRK-FORMA-PAGTO = 5
                             PERFORM 4035-DEBITAR-CREDITO
                          END-IF
                          PERFORM 4010-GRAVAR-CAIXA
                          DISPLAY 'TITULO BAIXADO COM SUCESSO!'
                             AT 2001
                    END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              WHEN 23
                 DISPLAY 'TITULO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
      *    JUNTO COM O PAGAMENTO PARA O FECHAMENTO DO LIVROCAIXA.
           MOVE ZEROS TO WRK-FORMA-PAGTO.
           PERFORM UNTIL WRK-FORMA-PAGTO >= 1
                 AND WRK-FORMA-PAGTO <= 5
              ACCEPT TELA-BAIXA-FORMA
              IF WRK-FORMA-PAGTO < 1 OR WRK-FORMA-PAGTO > 5
                 DISPLAY 'FORMA DE PAGAMENTO INVALIDA!' AT 2001
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       4030-VERIFICAR-CREDITO SECTION.
      *----------------------------------------------------------------*
      *    O CREDITO DE DEVOLUCAO DO FORNECEDOR (DEVOLFORN) PRECISA
      *    COBRIR O TITULO; O SALDO SO E DEBITADO DEPOIS DA BAIXA.
           MOVE 'N' TO WRK-CREDITO-OK.
           MOVE CP-FORNECEDOR TO CRF-FORNECEDOR.
           READ CREDFORN
              INVALID KEY
                 CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN CREDFORN-STATUS NOT = 00
                 DISPLAY 'FORNECEDOR SEM CREDITO DE DEVOLUCAO!'
                    AT 2001
              WHEN CRF-SALDO < CP-VALOR
                 DISPLAY 'CREDITO INSUFICIENTE. SALDO: ' AT 2001
                 DISPLAY CRF-SALDO AT 2030
              WHEN OTHER
                 MOVE 'S' TO WRK-CREDITO-OK
           END-EVALUATE.
      *----------------------------------------------------------------*
       4035-DEBITAR-CREDITO SECTION.
      *----------------------------------------------------------------*
           MOVE CP-FORNECEDOR TO CRF-FORNECEDOR.
           READ CREDFORN
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CREDFORN-STATUS = 00
              SUBTRACT CP-VALOR FROM CRF-SALDO
              REWRITE CRF-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
           IF CREDFORN-STATUS NOT = 00
              DISPLAY 'ERRO AO DEBITAR CREDITO. STATUS: '
                 CREDFORN-STATUS AT 2101
           END-IF.
      *----------------------------------------------------------------*
       4010-GRAVAR-CAIXA SECTION.
      *----------------------------------------------------------------*
                    CONTASPAG-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4200-INCLUIR-DESPESA SECTION.
      *----------------------------------------------------------------*
      *    TITULO DE DESPESA (NATUREZA 'D') QUE NAO NASCE DE ENTRADA
      *    DE MERCADORIA: ALUGUEL, ENERGIA, SERVICOS. O FORNECEDOR
      *    PRECISA ESTAR CADASTRADO; O VENCIMENTO ROLA PARA O DIA
      *    UTIL COMO NO TITULO GERADO PELO RECEBIMENTO.
           MOVE 'MODULO - DESPESA' TO WRK-MODULO.
           DISPLAY TELA.
           INITIALIZE CP-REG.
           ACCEPT TELA-DESPESA.

           MOVE CP-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDORES
              INVALID KEY
                 CONTINUE
           END-READ.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE 'P'   TO PEV-MODULO.
           MOVE ZEROS TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.

           EVALUATE TRUE
              WHEN PEV-RETORNO NOT = 'A'
                 DISPLAY 'COMPETENCIA DO PAGAR FECHADA: DESPESA NAO '
                    'INCLUIDA!' AT 2001
              WHEN FORNECEDORES-STATUS NOT = 00
                 DISPLAY 'FORNECEDOR NAO CADASTRADO!' AT 2001
              WHEN CP-VALOR = ZEROS
                 DISPLAY 'VALOR DA DESPESA NAO INFORMADO!' AT 2001
              WHEN CP-DT-VENCIMENTO < WRK-DATA-ATUAL
                 DISPLAY 'VENCIMENTO ANTERIOR A HOJE!' AT 2001
              WHEN OTHER
                 DISPLAY FORN-NOME AT 1641
                 MOVE SPACES TO WRK-CONFIRMA
                 ACCEPT TELA-DESPESA-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    PERFORM 4210-GRAVAR-DESPESA
                 ELSE
                    DISPLAY 'INCLUSAO ABANDONADA!' AT 2001
                 END-IF
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4210-GRAVAR-DESPESA SECTION.
      *----------------------------------------------------------------*
           PERFORM 4220-PROXIMO-TITULO.
           IF WRK-CTL-OK NOT = 'S'
              DISPLAY 'ERRO AO GRAVAR CONTASPAG.CTL. STATUS: '
                 CONTASPAGCTL-STATUS AT 2001
           ELSE
              MOVE WRK-PROXIMO-TITULO  TO CP-NUMERO-TITULO
              MOVE WRK-DATA-ATUAL      TO CP-DT-EMISSAO
              CALL 'DIAUTIL' USING CP-DT-VENCIMENTO WRK-DATA-UTIL
              MOVE WRK-DATA-UTIL       TO CP-DT-VENCIMENTO
              MOVE ZEROS               TO CP-DT-PAGAMENTO
              MOVE 'A'                 TO CP-SITUACAO
              MOVE 'D'                 TO CP-NATUREZA
              WRITE CP-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              EVALUATE CONTASPAG-STATUS
                 WHEN 00
                    DISPLAY 'DESPESA INCLUIDA. TITULO: ' AT 2001
                    DISPLAY CP-NUMERO-TITULO AT 2027
                 WHEN 22
                    DISPLAY 'TITULO JA EXISTIA! VERIFIQUE '
                       'CONTASPAG.CTL.' AT 2001
                 WHEN OTHER
                    DISPLAY 'ERRO AO INCLUIR. STATUS: '
                       CONTASPAG-STATUS AT 2001
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       4220-PROXIMO-TITULO SECTION.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMO-TITULO.
           OPEN INPUT CONTASPAGCTL.
           IF CONTASPAGCTL-STATUS = 00
              READ CONTASPAGCTL
                 AT END
                    CONTINUE
              END-READ
              IF CONTASPAGCTL-STATUS = 00
                 MOVE CTL-PROXIMO-TITULO TO WRK-PROXIMO-TITULO
              END-IF
              CLOSE CONTASPAGCTL
           END-IF.

      *    SEM AVANCAR O CONTROLE O NUMERO SE REPETIRIA: A DESPESA
      *    NAO E GRAVADA.
           MOVE 'N' TO WRK-CTL-OK.
           OPEN OUTPUT CONTASPAGCTL.
           IF CONTASPAGCTL-STATUS = 00
              COMPUTE CTL-PROXIMO-TITULO = WRK-PROXIMO-TITULO + 1
              WRITE CTL-REG
              IF CONTASPAGCTL-STATUS = 00
                 MOVE 'S' TO WRK-CTL-OK
              END-IF
              CLOSE CONTASPAGCTL
           END-IF.
      *----------------------------------------------------------------*
       5000-RELATORIO-ATRASOS SECTION.
      *----------------------------------------------------------------*
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CONTASPAG'       TO SPL-PROGRAMA.
           MOVE 'CONTASPAG.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           DISPLAY TELA.
           DISPLAY 'RELATORIO GERADO EM CONTASPAG.REL!' AT 2001.
           CLOSE CONTASPAG.
           CLOSE FORNECEDORES.
           CLOSE CAIXA.
           CLOSE CREDFORN.
      *----------------------------------------------------------------*
