      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: LOTE DE PAGAMENTO A FORNECEDORES - REMESSA E RETORNO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    A OPCAO 1 MONTA O LOTE SEMANAL: PERCORRE OS TITULOS DO
      *    CONTASPAG EM ABERTO, AINDA FORA DE LOTE, COM VENCIMENTO ATE
      *    A DATA INFORMADA, E UM OPERADOR ADMINISTRADOR (OPER-ADMIN =
      *    'S') APROVA ('A') OU RETEM ('R') CADA UM. OS APROVADOS VAO
      *    PARA PAGREMESSA.TXT (UMA LINHA POR TITULO, COM FORNECEDOR,
      *    CNPJ, VALOR E DATA DE PAGAMENTO = VENCIMENTO, OU HOJE SE JA
      *    VENCIDO) E RECEBEM A DATA DA REMESSA E O APROVADOR NO
      *    TITULO; OS RETIDOS CONTINUAM EM ABERTO PARA O PROXIMO LOTE.
      *    A OPCAO 2 PROCESSA PAGRETORNO.TXT DO BANCO, NO MESMO ESTILO
      *    DO RETORNO DE BOLETOS: OCORRENCIA '00' BAIXA O TITULO ('L'
      *    + DATA DO PAGAMENTO, COM A SAIDA NO CAIXA NA FORMA 8);
      *    QUALQUER OUTRA OCORRENCIA E PAGAMENTO RECUSADO PELO BANCO,
      *    QUE TIRA O TITULO DO LOTE PARA SER REAPRESENTADO. LINHAS
      *    RECUSADAS OU QUE NAO CASAM VAO PARA PAGAMENTOS.ERR COM O
      *    CODIGO DO MOTIVO: 01 TITULO NAO ENCONTRADO, 02 TITULO NAO
      *    ESTA EM ABERTO, 03 VALOR DIVERGENTE, 04 TITULO NAO FOI
      *    REMETIDO, 05 RECUSADO PELO BANCO, 06 PAGAMENTO EM
      *    COMPETENCIA DO PAGAR JA FECHADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. PAGAMENTOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT CONTASPAG ASSIGN TO WRK-CONTASPAG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASPAG-STATUS
              RECORD KEY CP-CHAVE.

           SELECT FORNECEDORES ASSIGN TO WRK-FORNECEDORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FORNECEDORES-STATUS
              RECORD KEY FORN-CHAVE.

           SELECT OPERADORES ASSIGN TO WRK-OPERADORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OPERADORES-STATUS
              RECORD KEY OPER-CODIGO.

           SELECT REMESSA ASSIGN TO 'PAGREMESSA.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REMESSA-STATUS.

           SELECT RETORNO ASSIGN TO 'PAGRETORNO.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RETORNO-STATUS.

           SELECT REJEITADOS ASSIGN TO 'PAGAMENTOS.ERR'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJEITADOS-STATUS.

           SELECT CAIXA ASSIGN TO 'CAIXA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAIXA-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD CONTASPAG.
       COPY 'contaspag-reg.cpy'.
      *-------------
       FD FORNECEDORES.
       COPY 'fornecedores-reg.cpy'.
      *-------------
       FD OPERADORES.
       COPY 'operadores-reg.cpy'.
      *-------------
      *    ARQUIVO DE REMESSA PARA O BANCO PAGAR OS FORNECEDORES.
       FD REMESSA.
       01 REM-REG.
          05 REM-TITULO          PIC 9(09).
          05 REM-FORNECEDOR      PIC 9(04).
          05 REM-CNPJ            PIC 9(14).
          05 REM-NOME            PIC X(30).
          05 REM-VALOR           PIC 9(09)V99.
          05 REM-DT-PAGAMENTO    PIC 9(08).
      *-------------
      *    ARQUIVO DE RETORNO DO BANCO: UMA LINHA POR PAGAMENTO DO
      *    LOTE. OCORRENCIA '00' = PAGO; DEMAIS = CODIGO DE RECUSA.
       FD RETORNO.
       01 RET-REG.
          05 RET-TITULO          PIC 9(09).
          05 RET-VALOR-PAGO      PIC 9(09)V99.
          05 RET-DT-PAGAMENTO    PIC 9(08).
          05 RET-OCORRENCIA      PIC X(02).
      *-------------
      *    LINHAS DE RETORNO REJEITADAS, COM O CODIGO DO MOTIVO NO
      *    FIM, NO MESMO DESENHO DO BOLETO.ERR.
       FD REJEITADOS.
       01 ERR-REG.
          05 ERR-TITULO          PIC 9(09).
          05 ERR-VALOR-PAGO      PIC 9(09)V99.
          05 ERR-DT-PAGAMENTO    PIC 9(08).
          05 ERR-OCORRENCIA      PIC X(02).
          05 ERR-MOTIVO          PIC 9(02).
      *-------------
       FD CAIXA.
       COPY 'caixa-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'contaspag-cfg.cpy'.
       COPY 'fornecedores-cfg.cpy'.
       COPY 'operadores-cfg.cpy'.
       77 CONTASPAG-STATUS     PIC   9(02).
       77 FORNECEDORES-STATUS  PIC   9(02).
       77 OPERADORES-STATUS    PIC   9(02).
       77 REMESSA-STATUS       PIC   9(02).
       77 RETORNO-STATUS       PIC   9(02).
       77 REJEITADOS-STATUS    PIC   9(02).
       77 CAIXA-STATUS         PIC   9(02).
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-DATA-LIMITE      PIC   9(08).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-ADMIN-OK         PIC   X(01) VALUE 'N'.
       77 WRK-DECISAO          PIC   X(01).
       77 WRK-QTD-APROVADOS    PIC   9(06) VALUE 0.
       77 WRK-QTD-RETIDOS      PIC   9(06) VALUE 0.
       77 WRK-TOTAL-LOTE       PIC   9(11)V99 VALUE 0.
       77 WRK-QTD-BAIXADOS     PIC   9(06) VALUE 0.
       77 WRK-QTD-REJEITADOS   PIC   9(06) VALUE 0.
       77 WRK-ERR-MOTIVO       PIC   9(02).
       77 WRK-ARQS-ABERTOS     PIC   X(01) VALUE 'N'.
       77 WRK-VALOR-EDT        PIC   ZZZZZZZZ9.99.
       77 WRK-TOTAL-EDT        PIC   ZZZZZZZZZZ9.99.

      *    HISTORICO PADRAO DO LANCAMENTO DE CAIXA DO PAGAMENTO, NO
      *    MESMO DESENHO DA BAIXA MANUAL DO CONTASPAG.
       01 WRK-HISTORICO-PAGTO.
          05 FILLER               PIC X(11) VALUE 'PAG TITULO '.
          05 WRK-HIST-TITULO      PIC 9(09).
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 1000-MONTAR-LOTE
              WHEN 2
                 PERFORM 2000-PROCESSAR-RETORNO
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA. NADA FEITO.'
           END-EVALUATE.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           DISPLAY '### LOTE DE PAGAMENTO A FORNECEDORES ###'.
           DISPLAY '1 - MONTAR LOTE E GERAR REMESSA'.
           DISPLAY '2 - PROCESSAR ARQUIVO DE RETORNO'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

           ACCEPT WRK-CONTASPAG-PATH FROM ENVIRONMENT 'CONTASPAG_DAT'.
           IF WRK-CONTASPAG-PATH = SPACES
              MOVE WRK-CONTASPAG-PATH-PADRAO TO WRK-CONTASPAG-PATH
           END-IF.
           ACCEPT WRK-FORNECEDORES-PATH FROM ENVIRONMENT
              'FORNECEDORES_DAT'.
           IF WRK-FORNECEDORES-PATH = SPACES
              MOVE WRK-FORNECEDORES-PATH-PADRAO
                 TO WRK-FORNECEDORES-PATH
           END-IF.

      *    SO ADMINISTRADOR APROVA PAGAMENTO; O RETORNO DO BANCO E
      *    ROTINA DE PROCESSAMENTO E NAO EXIGE ALCADA.
           IF WRK-OPCAO = 1
              PERFORM 0110-VERIFICAR-ADMIN
              IF WRK-ADMIN-OK NOT = 'S'
                 DISPLAY 'OPERADOR ' WRK-OPERADOR
                    ' SEM PERMISSAO DE ADMINISTRADOR.'
                 MOVE 9 TO WRK-OPCAO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           IF WRK-OPCAO = 1 OR WRK-OPCAO = 2
              OPEN I-O CONTASPAG
              IF CONTASPAG-STATUS NOT = 00
                 DISPLAY 'CONTASPAG.DAT INDISPONIVEL. STATUS: '
                    CONTASPAG-STATUS
                 MOVE 9 TO WRK-OPCAO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'S' TO WRK-ARQS-ABERTOS
                 OPEN INPUT FORNECEDORES
              END-IF
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
      *----------------------------------------------------------------*
       0110-VERIFICAR-ADMIN SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.

           ACCEPT WRK-OPERADORES-PATH FROM ENVIRONMENT
              'OPERADORES_DAT'.
           IF WRK-OPERADORES-PATH = SPACES
              MOVE WRK-OPERADORES-PATH-PADRAO TO WRK-OPERADORES-PATH
           END-IF.
           OPEN INPUT OPERADORES.
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
           END-IF.
      *----------------------------------------------------------------*
       1000-MONTAR-LOTE SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'PAGAR TITULOS COM VENCIMENTO ATE (AAAAMMDD): '.
           ACCEPT WRK-DATA-LIMITE FROM CONSOLE.
           IF WRK-DATA-LIMITE = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-LIMITE
           END-IF.

           OPEN OUTPUT REMESSA.
           IF REMESSA-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR PAGREMESSA.TXT. STATUS: '
                 REMESSA-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'N'   TO WRK-FIM-ARQUIVO
              MOVE ZEROS TO CP-NUMERO-TITULO
              START CONTASPAG KEY IS NOT LESS THAN CP-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-START

              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CONTASPAG NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND CONTASPAG-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND CP-SITUACAO = 'A'
                       AND CP-DT-REMESSA = ZEROS
                       AND CP-DT-VENCIMENTO <= WRK-DATA-LIMITE
                    PERFORM 1100-DECIDIR-TITULO
                 END-IF
              END-PERFORM

              CLOSE REMESSA
              MOVE WRK-TOTAL-LOTE TO WRK-TOTAL-EDT
              DISPLAY 'PAGREMESSA.TXT GERADA. APROVADOS: '
                 WRK-QTD-APROVADOS ' RETIDOS: ' WRK-QTD-RETIDOS
              DISPLAY 'TOTAL DO LOTE: ' WRK-TOTAL-EDT
           END-IF.
      *----------------------------------------------------------------*
       1100-DECIDIR-TITULO SECTION.
      *----------------------------------------------------------------*
           MOVE CP-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDORES
              INVALID KEY
                 CONTINUE
           END-READ.
           IF FORNECEDORES-STATUS NOT = 00
              MOVE SPACES TO FORN-NOME
              MOVE ZEROS  TO FORN-CNPJ
           END-IF.

           MOVE CP-VALOR TO WRK-VALOR-EDT.
           DISPLAY 'TITULO ' CP-NUMERO-TITULO ' FORN ' CP-FORNECEDOR
              ' ' FORN-NOME.
           DISPLAY '   VENCIMENTO ' CP-DT-VENCIMENTO
              ' VALOR ' WRK-VALOR-EDT.
           DISPLAY '   APROVAR (A) OU RETER (R)? '.
           MOVE SPACES TO WRK-DECISAO.
           ACCEPT WRK-DECISAO FROM CONSOLE.

           IF WRK-DECISAO = 'A' OR WRK-DECISAO = 'a'
              PERFORM 1200-REMETER-TITULO
           ELSE
              ADD 1 TO WRK-QTD-RETIDOS
           END-IF.
      *----------------------------------------------------------------*
       1200-REMETER-TITULO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-ATUAL TO CP-DT-REMESSA.
           MOVE WRK-OPERADOR   TO CP-APROVADOR.
           REWRITE CP-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF CONTASPAG-STATUS = 00
              MOVE CP-NUMERO-TITULO TO REM-TITULO
              MOVE CP-FORNECEDOR    TO REM-FORNECEDOR
              MOVE FORN-CNPJ        TO REM-CNPJ
              MOVE FORN-NOME        TO REM-NOME
              MOVE CP-VALOR         TO REM-VALOR
              IF CP-DT-VENCIMENTO < WRK-DATA-ATUAL
                 MOVE WRK-DATA-ATUAL   TO REM-DT-PAGAMENTO
              ELSE
                 MOVE CP-DT-VENCIMENTO TO REM-DT-PAGAMENTO
              END-IF
              WRITE REM-REG
              ADD 1        TO WRK-QTD-APROVADOS
              ADD CP-VALOR TO WRK-TOTAL-LOTE
           ELSE
              DISPLAY 'ERRO AO MARCAR REMESSA. STATUS: '
                 CONTASPAG-STATUS
           END-IF.
      *----------------------------------------------------------------*
       2000-PROCESSAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT RETORNO.
           IF RETORNO-STATUS NOT = 00
              DISPLAY 'PAGRETORNO.TXT INDISPONIVEL. STATUS: '
                 RETORNO-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-FINALIZAR
              GOBACK
           END-IF.

           OPEN EXTEND REJEITADOS.
           IF REJEITADOS-STATUS = 35
              OPEN OUTPUT REJEITADOS
           END-IF.
           OPEN EXTEND CAIXA.
           IF CAIXA-STATUS = 35
              OPEN OUTPUT CAIXA
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ RETORNO
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    PERFORM 2100-BAIXAR-RETORNO
              END-READ
           END-PERFORM.

           CLOSE RETORNO.
           CLOSE REJEITADOS.
           CLOSE CAIXA.
           DISPLAY 'RETORNO PROCESSADO. PAGOS: ' WRK-QTD-BAIXADOS
              ' REJEITADOS: ' WRK-QTD-REJEITADOS.
      *----------------------------------------------------------------*
       2100-BAIXAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           MOVE RET-TITULO TO CP-NUMERO-TITULO.
           READ CONTASPAG
              INVALID KEY
                 CONTINUE
           END-READ.
      *    A BAIXA ENTRA NA DATA DO PAGAMENTO INFORMADA PELO BANCO.
           MOVE 'P'              TO PEV-MODULO.
           MOVE RET-DT-PAGAMENTO TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.

           EVALUATE TRUE
              WHEN CONTASPAG-STATUS NOT = 00
                 MOVE 01 TO WRK-ERR-MOTIVO
                 PERFORM 2200-GRAVAR-REJEITADO
              WHEN CP-SITUACAO NOT = 'A'
                 MOVE 02 TO WRK-ERR-MOTIVO
                 PERFORM 2200-GRAVAR-REJEITADO
              WHEN CP-DT-REMESSA = ZEROS
                 MOVE 04 TO WRK-ERR-MOTIVO
                 PERFORM 2200-GRAVAR-REJEITADO
              WHEN RET-OCORRENCIA NOT = '00'
      *          RECUSADO PELO BANCO: SAI DO LOTE E VOLTA A ESTAR
      *          DISPONIVEL PARA O PROXIMO.
                 MOVE ZEROS  TO CP-DT-REMESSA
                 MOVE SPACES TO CP-APROVADOR
                 REWRITE CP-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 MOVE 05 TO WRK-ERR-MOTIVO
                 PERFORM 2200-GRAVAR-REJEITADO
              WHEN RET-VALOR-PAGO NOT = CP-VALOR
                 MOVE 03 TO WRK-ERR-MOTIVO
                 PERFORM 2200-GRAVAR-REJEITADO
              WHEN PEV-RETORNO NOT = 'A'
                 MOVE 06 TO WRK-ERR-MOTIVO
                 PERFORM 2200-GRAVAR-REJEITADO
              WHEN OTHER
                 MOVE RET-DT-PAGAMENTO TO CP-DT-PAGAMENTO
                 MOVE 'L'              TO CP-SITUACAO
                 REWRITE CP-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 IF CONTASPAG-STATUS = 00
                    ADD 1 TO WRK-QTD-BAIXADOS
                    PERFORM 2300-GRAVAR-CAIXA
                 ELSE
                    MOVE 02 TO WRK-ERR-MOTIVO
                    PERFORM 2200-GRAVAR-REJEITADO
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       2200-GRAVAR-REJEITADO SECTION.
      *----------------------------------------------------------------*
           MOVE RET-TITULO       TO ERR-TITULO.
           MOVE RET-VALOR-PAGO   TO ERR-VALOR-PAGO.
           MOVE RET-DT-PAGAMENTO TO ERR-DT-PAGAMENTO.
           MOVE RET-OCORRENCIA   TO ERR-OCORRENCIA.
           MOVE WRK-ERR-MOTIVO   TO ERR-MOTIVO.
           WRITE ERR-REG.
           ADD 1 TO WRK-QTD-REJEITADOS.
      *----------------------------------------------------------------*
       2300-GRAVAR-CAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE RET-DT-PAGAMENTO    TO CXA-DATA.
           ACCEPT WRK-HORA-ATUAL    FROM TIME.
           MOVE WRK-HORA-ATUAL(1:6) TO CXA-HORA.
           MOVE 'S'                 TO CXA-TIPO.
           MOVE 8                   TO CXA-FORMA.
           MOVE CP-VALOR            TO CXA-VALOR.
           MOVE CP-NUMERO-TITULO    TO WRK-HIST-TITULO.
           MOVE WRK-HISTORICO-PAGTO TO CXA-HISTORICO.
           WRITE CXA-REG.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           IF WRK-ARQS-ABERTOS = 'S'
              CLOSE CONTASPAG
              CLOSE FORNECEDORES
           END-IF.
      *----------------------------------------------------------------*
