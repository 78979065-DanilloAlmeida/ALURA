      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: EMPRESTIMOS CONSIGNADOS - CONTRATOS E REPASSE
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    CADASTRO DOS EMPRESTIMOS CONSIGNADOS DOS FUNCIONARIOS COM OS
      *    BANCOS CONVENIADOS: BANCO, CONTRATO, VALOR TOTAL, NUMERO DE
      *    PARCELAS, VALOR DA PARCELA E PRIMEIRA COMPETENCIA DE
      *    DESCONTO. A FOLHA DESCONTA A PARCELA DO MES DENTRO DA MARGEM
      *    DE 35% DO LIQUIDO E LEVA O QUE NAO COUBE PARA O MES
      *    SEGUINTE; O RESCISAO DESCONTA O SALDO DEVEDOR. CONTRATO JA
      *    DESCONTADO NAO PODE SER EXCLUIDO.
      *    A OPCAO 4 GERA CONSIGNADO.REL COM O REPASSE DA COMPETENCIA
      *    POR BANCO: CADA CONTRATO DESCONTADO (OU COM PARCELA QUE NAO
      *    COUBE NA MARGEM), O TOTAL A TRANSFERIR POR BANCO E O TOTAL
      *    GERAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CONSIGNADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT CONSIGNADO ASSIGN TO WRK-CONSIGNADO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONSIGNADO-STATUS
              RECORD KEY CSG-CHAVE.

           SELECT FUNCIONARIOS ASSIGN TO WRK-FUNCIONARIOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FUNCIONARIOS-STATUS
              RECORD KEY FUNC-CHAVE.

           SELECT RELATORIO ASSIGN TO 'CONSIGNADO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD CONSIGNADO.
       COPY 'consignado-reg.cpy'.
      *-------------
       FD FUNCIONARIOS.
       COPY 'funcionarios-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'consignado-cfg.cpy'.
       COPY 'funcionarios-cfg.cpy'.
       77 CONSIGNADO-STATUS    PIC   9(02).
       77 FUNCIONARIOS-STATUS  PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-TECLA            PIC   X(1).
       77 WRK-CONFIRMA         PIC   X(1).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-COMPETENCIA      PIC   9(06).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-SELECIONADO      PIC   X(01).
       77 WRK-ERRO             PIC   X(40).
       77 WRK-VALOR-CONFERE    PIC   9(10)V99.

      *    BANCOS COM REPASSE NA COMPETENCIA, EM ORDEM DE CODIGO.
       77 WRK-QTD-BANCOS       PIC   9(02) VALUE 0.
       77 WRK-IDX-BANCO        PIC   9(02) VALUE 0.
       77 WRK-IDX-AUX          PIC   9(02) VALUE 0.
       77 WRK-ACHOU-BANCO      PIC   X(01).
       77 WRK-QTD-EXCEDENTES   PIC   9(05) VALUE 0.
       01 WRK-TABELA-BANCOS.
          05 WRK-BCO-TAB OCCURS 50 TIMES.
             10 WRK-BCO-CODIGO    PIC 9(03).
             10 WRK-BCO-QTDE      PIC 9(05).
             10 WRK-BCO-TOTAL     PIC 9(10)V99.
             10 WRK-BCO-PENDENTE  PIC 9(10)V99.
       77 WRK-TOTAL-GERAL      PIC   9(11)V99 VALUE 0.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(46) VALUE
             'EMPRESTIMOS CONSIGNADOS - REPASSE COMPETENCIA '.
          05 WRK-REL-COMP     PIC 9(06).

       01 WRK-REL-BANCO.
          05 FILLER           PIC X(07) VALUE 'BANCO: '.
          05 WRK-REL-BCO      PIC 9(03).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(46) VALUE
             'MATR.  NOME                  CONTRATO         '.
          05 FILLER           PIC X(40) VALUE
             'PARCELA    DESCONTADO      PENDENTE  SIT'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-MATR     PIC 9(05).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-NOME     PIC X(20).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-CONTRATO PIC X(15).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-PARC     PIC ZZ9.
          05 FILLER           PIC X(01) VALUE '/'.
          05 WRK-REL-QTD-PARC PIC 999.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-DESCONTO PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-PENDENTE PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-SIT      PIC X(01).

       01 WRK-REL-TOT-BANCO.
          05 FILLER           PIC X(20) VALUE
             'TOTAL DO BANCO....: '.
          05 WRK-REL-TB-QTDE  PIC ZZZZ9.
          05 FILLER           PIC X(14) VALUE ' CONTRATOS   '.
          05 WRK-REL-TB-TOTAL PIC ZZZZZZZZZ9.99.
          05 FILLER           PIC X(13) VALUE '  PENDENTE: '.
          05 WRK-REL-TB-PEND  PIC ZZZZZZZZZ9.99.

       01 WRK-REL-GERAL.
          05 FILLER           PIC X(25) VALUE
             'TOTAL GERAL A REPASSAR.: '.
          05 WRK-REL-TOT-GERAL PIC ZZZZZZZZZZ9.99.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *------------------------
       SCREEN SECTION.
      *------------------------
       01 TELA.
          05 LIMPA-TELA.
             10 BLANK SCREEN.
             10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 2.
             10 LINE 01 COLUMN 25 PIC X(23)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                 FROM 'EMPRESTIMO CONSIGNADO'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR CONTRATO'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - EXCLUIR'.
             05 LINE 10 COLUMN 15 VALUE '4 - REPASSE POR BANCO'.
             05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO..: '.
             05 LINE 13 COLUMN 24 USING WRK-OPCAO.

       01 TELA-CHAVE.
             05 LINE 15 COLUMN 15 VALUE 'MATRICULA....: '.
             05 LINE 15 COLUMN 35 PIC 9(05) USING CSG-MATRICULA.
             05 LINE 15 COLUMN 42 VALUE 'CONTRATO: '.
             05 LINE 15 COLUMN 52 PIC X(15) USING CSG-CONTRATO.

       01 TELA-INCLUSAO.
             05 LINE 16 COLUMN 15 VALUE 'BANCO........: '.
             05 LINE 16 COLUMN 35 PIC 9(03) USING CSG-BANCO.
             05 LINE 17 COLUMN 15 VALUE 'VALOR TOTAL..: '.
             05 LINE 17 COLUMN 35 PIC 9(09)V99 USING CSG-VALOR-TOTAL.
             05 LINE 18 COLUMN 15 VALUE 'PARCELAS.....: '.
             05 LINE 18 COLUMN 35 PIC 9(03) USING CSG-QTD-PARCELAS.
             05 LINE 19 COLUMN 15 VALUE 'VALOR PARCELA: '.
             05 LINE 19 COLUMN 35 PIC 9(07)V99
                USING CSG-VALOR-PARCELA.
             05 LINE 20 COLUMN 15 VALUE '1A COMPETENC.: '.
             05 LINE 20 COLUMN 35 PIC 9(06) USING CSG-PRIMEIRA-COMP.

       01 TELA-CONSULTA-DADOS.
             05 LINE 16 COLUMN 15 VALUE 'BANCO........: '.
             05 LINE 16 COLUMN 35 PIC 9(03) FROM CSG-BANCO.
             05 LINE 16 COLUMN 42 VALUE 'SITUACAO: '.
             05 LINE 16 COLUMN 52 PIC X(01) FROM CSG-SITUACAO.
             05 LINE 17 COLUMN 15 VALUE 'VALOR TOTAL..: '.
             05 LINE 17 COLUMN 35 PIC 9(09)V99 FROM CSG-VALOR-TOTAL.
             05 LINE 18 COLUMN 15 VALUE 'PARCELAS.....: '.
             05 LINE 18 COLUMN 35 PIC 9(03) FROM CSG-PARCELAS-VENCIDAS.
             05 LINE 18 COLUMN 39 VALUE '/'.
             05 LINE 18 COLUMN 40 PIC 9(03) FROM CSG-QTD-PARCELAS.
             05 LINE 19 COLUMN 15 VALUE 'VALOR PARCELA: '.
             05 LINE 19 COLUMN 35 PIC 9(07)V99 FROM CSG-VALOR-PARCELA.
             05 LINE 20 COLUMN 15 VALUE '1A COMPETENC.: '.
             05 LINE 20 COLUMN 35 PIC 9(06) FROM CSG-PRIMEIRA-COMP.
             05 LINE 21 COLUMN 15 VALUE 'DESCONTADO...: '.
             05 LINE 21 COLUMN 35 PIC 9(09)V99
                FROM CSG-TOTAL-DESCONTADO.
             05 LINE 22 COLUMN 15 VALUE 'PENDENTE.....: '.
             05 LINE 22 COLUMN 35 PIC 9(09)V99 FROM CSG-SALDO-PENDENTE.

       01 TELA-EXCLUIR-CONFIRMA.
             05 LINE 16 COLUMN 15 VALUE 'BANCO........: '.
             05 LINE 16 COLUMN 35 PIC 9(03) FROM CSG-BANCO.
             05 LINE 17 COLUMN 15 VALUE 'VALOR TOTAL..: '.
             05 LINE 17 COLUMN 35 PIC 9(09)V99 FROM CSG-VALOR-TOTAL.
             05 LINE 18 COLUMN 15 VALUE 'CONFIRMA EXCLUSAO (S/N)?: '.
             05 LINE 18 COLUMN 41 PIC X(01) USING WRK-CONFIRMA.

       01 TELA-COMPETENCIA.
             05 LINE 15 COLUMN 15 VALUE 'COMPETENCIA (AAAAMM): '.
             05 LINE 15 COLUMN 37 PIC 9(06) USING WRK-COMPETENCIA.
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
           ACCEPT WRK-CONSIGNADO-PATH FROM ENVIRONMENT
              'CONSIGNADO_DAT'.
           IF WRK-CONSIGNADO-PATH = SPACES
              MOVE WRK-CONSIGNADO-PATH-PADRAO TO WRK-CONSIGNADO-PATH
           END-IF.

           OPEN I-O CONSIGNADO
              IF CONSIGNADO-STATUS = 35 THEN
                 OPEN OUTPUT CONSIGNADO
                 CLOSE CONSIGNADO
                 OPEN I-O CONSIGNADO
              END-IF.

           IF CONSIGNADO-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CONSIGNADO.DAT. STATUS: '
                 CONSIGNADO-STATUS
              GOBACK
           END-IF.

      *    O CONTRATO SO ENTRA PARA MATRICULA ATIVA NO CADASTRO.
           ACCEPT WRK-FUNCIONARIOS-PATH FROM ENVIRONMENT
              'FUNCIONARIOS_DAT'.
           IF WRK-FUNCIONARIOS-PATH = SPACES
              MOVE WRK-FUNCIONARIOS-PATH-PADRAO
                 TO WRK-FUNCIONARIOS-PATH
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FUNCIONARIOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT. STATUS: '
                 FUNCIONARIOS-STATUS
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 4000-INCLUIR
              WHEN 2
                 PERFORM 4100-CONSULTAR
              WHEN 3
                 PERFORM 4300-EXCLUIR
              WHEN 4
                 PERFORM 5000-RELATORIO-REPASSE
              WHEN OTHER
                 IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY ' ENTRADA INVALIDA!!!'
                    ACCEPT WRK-TECLA
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       4000-INCLUIR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
           INITIALIZE CSG-REG.
           ACCEPT TELA-CHAVE.
           ACCEPT TELA-INCLUSAO.
           PERFORM 4500-VALIDAR-CONTRATO.

           IF WRK-ERRO NOT = SPACES
              DISPLAY WRK-ERRO AT 2001
           ELSE
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              MOVE WRK-DATA-ATUAL TO CSG-DT-INCLUSAO
              MOVE 'A'            TO CSG-SITUACAO
              WRITE CSG-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              EVALUATE CONSIGNADO-STATUS
                 WHEN 00
                    DISPLAY 'CONTRATO INCLUIDO COM SUCESSO!' AT 2001
                 WHEN 22
                    DISPLAY 'CONTRATO JA CADASTRADO PARA A MATRICULA!'
                       AT 2001
                 WHEN OTHER
                    DISPLAY 'ERRO AO INCLUIR. STATUS: '
                       CONSIGNADO-STATUS AT 2001
              END-EVALUATE
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4500-VALIDAR-CONTRATO SECTION.
      *----------------------------------------------------------------*
      *    PARCELAS VEZES VALOR DA PARCELA NAO PODE FICAR ABAIXO DO
      *    VALOR TOTAL (O BANCO EMBUTE OS JUROS NA PARCELA).
           MOVE SPACES TO WRK-ERRO.
           MOVE CSG-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS
              INVALID KEY
                 CONTINUE
           END-READ.
           COMPUTE WRK-VALOR-CONFERE =
              CSG-QTD-PARCELAS * CSG-VALOR-PARCELA.
           EVALUATE TRUE
              WHEN FUNCIONARIOS-STATUS NOT = 00
                 MOVE 'FUNCIONARIO NAO ENCONTRADO!' TO WRK-ERRO
              WHEN FUNC-SITUACAO = 'D'
                 MOVE 'FUNCIONARIO DESLIGADO!' TO WRK-ERRO
              WHEN CSG-CONTRATO = SPACES
                 MOVE 'NUMERO DO CONTRATO OBRIGATORIO!' TO WRK-ERRO
              WHEN CSG-BANCO = ZEROS
                 MOVE 'BANCO INVALIDO!' TO WRK-ERRO
              WHEN CSG-QTD-PARCELAS = ZEROS
                 OR CSG-VALOR-PARCELA = ZEROS
                 MOVE 'PARCELAS E VALOR DA PARCELA OBRIGATORIOS!'
                    TO WRK-ERRO
              WHEN WRK-VALOR-CONFERE < CSG-VALOR-TOTAL
                 MOVE 'PARCELAS NAO COBREM O VALOR TOTAL!' TO WRK-ERRO
              WHEN CSG-PRIMEIRA-COMP(5:2) < '01'
                 OR CSG-PRIMEIRA-COMP(5:2) > '12'
                 MOVE 'PRIMEIRA COMPETENCIA INVALIDA!' TO WRK-ERRO
           END-EVALUATE.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS  TO CSG-MATRICULA.
           MOVE SPACES TO CSG-CONTRATO.
           ACCEPT TELA-CHAVE.

           READ CONSIGNADO
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE CONSIGNADO-STATUS
              WHEN 00
                 DISPLAY TELA-CONSULTA-DADOS
              WHEN 23
                 DISPLAY 'CONTRATO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    CONSIGNADO-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4300-EXCLUIR SECTION.
      *----------------------------------------------------------------*
      *    SO CONTRATO AINDA NAO DESCONTADO (DIGITADO ERRADO); O QUE
      *    JA PASSOU PELA FOLHA FICA COMO HISTORICO DO REPASSE.
           MOVE 'MODULO - EXCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS  TO CSG-MATRICULA.
           MOVE SPACES TO CSG-CONTRATO.
           ACCEPT TELA-CHAVE.

           READ CONSIGNADO
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE CONSIGNADO-STATUS
              WHEN 00
                 IF CSG-PARCELAS-VENCIDAS NOT = ZEROS
                       OR CSG-ULT-COMPETENCIA NOT = ZEROS
                    DISPLAY 'CONTRATO JA DESCONTADO EM FOLHA!'
                       AT 2001
                 ELSE
                    MOVE SPACES TO WRK-CONFIRMA
                    ACCEPT TELA-EXCLUIR-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       DELETE CONSIGNADO
                          INVALID KEY
                             CONTINUE
                       END-DELETE
                       EVALUATE CONSIGNADO-STATUS
                          WHEN 00
                             DISPLAY 'CONTRATO EXCLUIDO COM SUCESSO!'
                                AT 2001
                          WHEN OTHER
                             DISPLAY 'ERRO AO EXCLUIR. STATUS: '
                                CONSIGNADO-STATUS AT 2001
                       END-EVALUATE
                    ELSE
                       DISPLAY 'EXCLUSAO CANCELADA!' AT 2001
                    END-IF
                 END-IF
              WHEN 23
                 DISPLAY 'CONTRATO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    CONSIGNADO-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       5000-RELATORIO-REPASSE SECTION.
      *----------------------------------------------------------------*
      *    PRIMEIRA PASSADA MONTA A LISTA DE BANCOS DA COMPETENCIA EM
      *    ORDEM DE CODIGO; DEPOIS, BANCO A BANCO, LISTA OS CONTRATOS
      *    E FECHA O TOTAL A TRANSFERIR. O DESCONTO DA COMPETENCIA E
      *    O GRAVADO PELA FOLHA (E PELO RESCISAO) NO CONTRATO.
           MOVE 'MODULO - REPASSE' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL(1:6) TO WRK-COMPETENCIA.
           ACCEPT TELA-COMPETENCIA.

           MOVE ZEROS TO WRK-QTD-BANCOS WRK-QTD-EXCEDENTES
                         WRK-TOTAL-GERAL.
           INITIALIZE WRK-TABELA-BANCOS.
           PERFORM 5010-POSICIONAR-INICIO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              PERFORM 5020-LER-PROXIMO
              IF WRK-FIM-ARQUIVO NOT = 'S'
                 PERFORM 5100-REGISTRAR-BANCO
              END-IF
           END-PERFORM.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-COMPETENCIA TO WRK-REL-COMP.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           PERFORM VARYING WRK-IDX-BANCO FROM 1 BY 1
                 UNTIL WRK-IDX-BANCO > WRK-QTD-BANCOS
              PERFORM 5200-IMPRIMIR-BANCO
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-GERAL TO WRK-REL-TOT-GERAL.
           WRITE REG-RELATORIO FROM WRK-REL-GERAL.
           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                 ' CONTRATOS ALEM DE 50 BANCOS FICARAM FORA'
                 DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CONSIGNADO'      TO SPL-PROGRAMA.
           MOVE 'CONSIGNADO.REL'  TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           DISPLAY TELA.
           DISPLAY 'RELATORIO GERADO EM CONSIGNADO.REL!' AT 2001.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       5010-POSICIONAR-INICIO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'    TO WRK-FIM-ARQUIVO.
           MOVE ZEROS  TO CSG-MATRICULA.
           MOVE SPACES TO CSG-CONTRATO.
           START CONSIGNADO KEY IS NOT LESS THAN CSG-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
      *----------------------------------------------------------------*
       5020-LER-PROXIMO SECTION.
      *----------------------------------------------------------------*
      *    SO INTERESSAM OS CONTRATOS COBRADOS NA COMPETENCIA.
           MOVE 'N' TO WRK-SELECIONADO.
           PERFORM UNTIL WRK-SELECIONADO = 'S' OR WRK-FIM-ARQUIVO = 'S'
              READ CONSIGNADO NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT = 'S'
                    AND CSG-ULT-COMPETENCIA = WRK-COMPETENCIA
                    AND (CSG-ULT-DESCONTO > ZEROS
                         OR CSG-SALDO-PENDENTE > ZEROS)
                 MOVE 'S' TO WRK-SELECIONADO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       5100-REGISTRAR-BANCO SECTION.
      *----------------------------------------------------------------*
      *    INSERCAO ORDENADA: ABRE ESPACO DESLOCANDO OS BANCOS DE
      *    CODIGO MAIOR UMA POSICAO PARA BAIXO.
           MOVE 'N' TO WRK-ACHOU-BANCO.
           PERFORM VARYING WRK-IDX-BANCO FROM 1 BY 1
                 UNTIL WRK-IDX-BANCO > WRK-QTD-BANCOS
                 OR WRK-ACHOU-BANCO = 'S'
              IF WRK-BCO-CODIGO(WRK-IDX-BANCO) = CSG-BANCO
                 MOVE 'S' TO WRK-ACHOU-BANCO
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-BANCO = 'N'
              IF WRK-QTD-BANCOS NOT < 50
                 ADD 1 TO WRK-QTD-EXCEDENTES
              ELSE
                 MOVE 1 TO WRK-IDX-BANCO
                 PERFORM UNTIL WRK-IDX-BANCO > WRK-QTD-BANCOS
                    OR WRK-BCO-CODIGO(WRK-IDX-BANCO) > CSG-BANCO
                    ADD 1 TO WRK-IDX-BANCO
                 END-PERFORM
                 PERFORM VARYING WRK-IDX-AUX FROM WRK-QTD-BANCOS
                       BY -1 UNTIL WRK-IDX-AUX < WRK-IDX-BANCO
                    MOVE WRK-BCO-TAB(WRK-IDX-AUX)
                       TO WRK-BCO-TAB(WRK-IDX-AUX + 1)
                 END-PERFORM
                 INITIALIZE WRK-BCO-TAB(WRK-IDX-BANCO)
                 MOVE CSG-BANCO TO WRK-BCO-CODIGO(WRK-IDX-BANCO)
                 ADD 1 TO WRK-QTD-BANCOS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       5200-IMPRIMIR-BANCO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-BCO-CODIGO(WRK-IDX-BANCO) TO WRK-REL-BCO.
           WRITE REG-RELATORIO FROM WRK-REL-BANCO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
           PERFORM 5010-POSICIONAR-INICIO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              PERFORM 5020-LER-PROXIMO
              IF WRK-FIM-ARQUIVO NOT = 'S'
                    AND CSG-BANCO = WRK-BCO-CODIGO(WRK-IDX-BANCO)
                 PERFORM 5210-IMPRIMIR-CONTRATO
              END-IF
           END-PERFORM.
           MOVE WRK-BCO-QTDE(WRK-IDX-BANCO)     TO WRK-REL-TB-QTDE.
           MOVE WRK-BCO-TOTAL(WRK-IDX-BANCO)    TO WRK-REL-TB-TOTAL.
           MOVE WRK-BCO-PENDENTE(WRK-IDX-BANCO) TO WRK-REL-TB-PEND.
           WRITE REG-RELATORIO FROM WRK-REL-TOT-BANCO.
           ADD WRK-BCO-TOTAL(WRK-IDX-BANCO) TO WRK-TOTAL-GERAL.
      *----------------------------------------------------------------*
       5210-IMPRIMIR-CONTRATO SECTION.
      *----------------------------------------------------------------*
           MOVE CSG-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF FUNCIONARIOS-STATUS = 00
              MOVE FUNC-NOME TO WRK-REL-NOME
           ELSE
              MOVE SPACES TO WRK-REL-NOME
           END-IF.
           MOVE CSG-MATRICULA         TO WRK-REL-MATR.
           MOVE CSG-CONTRATO          TO WRK-REL-CONTRATO.
           MOVE CSG-PARCELAS-VENCIDAS TO WRK-REL-PARC.
           MOVE CSG-QTD-PARCELAS      TO WRK-REL-QTD-PARC.
           MOVE CSG-ULT-DESCONTO      TO WRK-REL-DESCONTO.
           MOVE CSG-SALDO-PENDENTE    TO WRK-REL-PENDENTE.
           MOVE CSG-SITUACAO          TO WRK-REL-SIT.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           ADD 1 TO WRK-BCO-QTDE(WRK-IDX-BANCO).
           ADD CSG-ULT-DESCONTO   TO WRK-BCO-TOTAL(WRK-IDX-BANCO).
           ADD CSG-SALDO-PENDENTE TO WRK-BCO-PENDENTE(WRK-IDX-BANCO).
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE CONSIGNADO.
           CLOSE FUNCIONARIOS.
      *----------------------------------------------------------------*
