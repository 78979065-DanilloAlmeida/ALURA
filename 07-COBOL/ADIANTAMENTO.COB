      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: ADIANTAMENTO QUINZENAL DE SALARIO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    PAGA POR VOLTA DO DIA 20 UM PERCENTUAL DO SALARIO (PADRAO
      *    40%, INFORMADO NA RODADA) A CADA FUNCIONARIO ATIVO QUE NAO
      *    TENHA RECUSADO O ADIANTAMENTO NO CADASTRO (FUNC-ADIANTAMENTO
      *    = 'N'). CADA ADIANTAMENTO VAI PARA ADIANT.DAT PELA
      *    MATRICULA E COMPETENCIA (MES DA DATA DE PAGAMENTO) E SAI DO
      *    CAIXA NA FORMA 9; QUEM JA RECEBEU NA COMPETENCIA NAO RECEBE
      *    DE NOVO. A FOLHA DO MES DESCONTA O ADIANTAMENTO DO LIQUIDO.
      *    O RELATORIO ADIANTAMENTO.REL LISTA PAGOS, NAO OPTANTES E JA
      *    PAGOS, COM O TOTAL DA RODADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. ADIANTAMENTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WRK-FUNCIONARIOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FUNCIONARIOS-STATUS
              RECORD KEY FUNC-CHAVE.

           SELECT ADIANT ASSIGN TO WRK-ADIANT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ADIANT-STATUS
              RECORD KEY ADT-CHAVE.

           SELECT CAIXA ASSIGN TO 'CAIXA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAIXA-STATUS.

           SELECT RELATORIO ASSIGN TO 'ADIANTAMENTO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD FUNCIONARIOS.
       COPY 'funcionarios-reg.cpy'.

       FD ADIANT.
       COPY 'adiant-reg.cpy'.

       FD CAIXA.
       COPY 'caixa-reg.cpy'.

       FD RELATORIO.
       01 REG-RELATORIO         PIC X(132).
      *------------------------
       WORKING-STORAGE       SECTION.
       COPY 'funcionarios-cfg.cpy'.
       COPY 'adiant-cfg.cpy'.
       77  FUNCIONARIOS-STATUS PIC  9(02)        VALUE ZEROS.
       77  ADIANT-STATUS      PIC  9(02)        VALUE ZEROS.
       77  CAIXA-STATUS       PIC  9(02)        VALUE ZEROS.
       77  RELATORIO-STATUS   PIC  9(02)        VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC  X(01)        VALUE 'N'.
       77  WRK-ARQS-ABERTOS   PIC  X(01)        VALUE 'N'.
       77  WRK-PERCENTUAL     PIC  9(02)V99     VALUE ZEROS.
       77  WRK-PERCENTUAL-PADRAO PIC 9(02)V99   VALUE 40.
       77  WRK-DT-PAGAMENTO   PIC  9(08)        VALUE ZEROS.
       77  WRK-COMPETENCIA    PIC  9(06)        VALUE ZEROS.
       77  WRK-HORA-ATUAL     PIC  9(08)        VALUE ZEROS.
       77  WRK-VALOR-ADIANT   PIC  9(08)V99     VALUE ZEROS.
       77  WRK-QTD-PAGOS      PIC  9(06)        VALUE 0.
       77  WRK-QTD-NAO-OPTANTES PIC 9(06)       VALUE 0.
       77  WRK-QTD-JA-PAGOS   PIC  9(06)        VALUE 0.
       77  WRK-TOTAL-ADIANT   PIC  9(11)V99     VALUE ZEROS.
       01  WRK-DATA-ATUAL.
           02 WRK-ANO-ATUAL  PIC  9(04)        VALUE ZEROS.
           02 WRK-MES-ATUAL  PIC  9(02)        VALUE ZEROS.
           02 WRK-DIA-ATUAL  PIC  9(02)        VALUE ZEROS.

      *    HISTORICO PADRAO DO LANCAMENTO DE CAIXA DO ADIANTAMENTO.
       01  WRK-HISTORICO-ADIANT.
           05 FILLER          PIC X(11) VALUE 'ADIANT MAT '.
           05 WRK-HIST-MATR   PIC 9(05).

       01  WRK-REL-CABEC1.
           05 FILLER          PIC X(36) VALUE
              'ADIANTAMENTO QUINZENAL - COMPET.: '.
           05 WRK-REL-COMP    PIC 9(06).
           05 FILLER          PIC X(14) VALUE '  PAGAMENTO: '.
           05 WRK-REL-DATA    PIC 9(08).
           05 FILLER          PIC X(16) VALUE '  PERCENTUAL: '.
           05 WRK-REL-PCT     PIC Z9,99.

       01  WRK-REL-CABEC2.
           05 FILLER          PIC X(40) VALUE
              'MATR.  NOME                  DEPTO     '.
           05 FILLER          PIC X(40) VALUE
              '         SALARIO      ADIANTAMENTO  SIT.'.

       01  WRK-REL-DETALHE.
           05 WRK-REL-MATR    PIC 9(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-NOME    PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-DEPTO   PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-REL-SALARIO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-REL-VALOR   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-SIT     PIC X(24).

       01  WRK-REL-TOTAL.
           05 FILLER          PIC X(20) VALUE 'TOTAL ADIANTADO: '.
           05 WRK-REL-TOT-QTD PIC ZZZZ9.
           05 FILLER          PIC X(18) VALUE ' FUNCIONARIOS    '.
           05 WRK-REL-TOT-VAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           COPY 'MOEDAWS.COB'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
      *----------------------
           PERFORM 0100-INICIAR.
           IF WRK-ARQS-ABERTOS = 'S'
              PERFORM 0200-PROCESSAR UNTIL WRK-FIM-ARQUIVO = 'S'
              PERFORM 0300-FINALIZAR
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'PERCENTUAL DO ADIANTAMENTO (0 = 40%): '.
           ACCEPT WRK-PERCENTUAL FROM CONSOLE.
           IF WRK-PERCENTUAL = ZEROS
              MOVE WRK-PERCENTUAL-PADRAO TO WRK-PERCENTUAL
           END-IF.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DT-PAGAMENTO FROM CONSOLE.
           IF WRK-DT-PAGAMENTO = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DT-PAGAMENTO
           END-IF.
           MOVE WRK-DT-PAGAMENTO(1:6) TO WRK-COMPETENCIA.

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
              MOVE 8 TO RETURN-CODE
           ELSE
              ACCEPT WRK-ADIANT-PATH FROM ENVIRONMENT 'ADIANT_DAT'
              IF WRK-ADIANT-PATH = SPACES
                 MOVE WRK-ADIANT-PATH-PADRAO TO WRK-ADIANT-PATH
              END-IF
              OPEN I-O ADIANT
              IF ADIANT-STATUS = 35
                 OPEN OUTPUT ADIANT
                 CLOSE ADIANT
                 OPEN I-O ADIANT
              END-IF
              IF ADIANT-STATUS NOT = 00
      *          SEM O REGISTRO DO ADIANTAMENTO A FOLHA NAO TERIA
      *          O QUE DESCONTAR: NADA E PAGO.
                 DISPLAY 'ADIANT.DAT INDISPONIVEL. STATUS: '
                    ADIANT-STATUS
                 CLOSE FUNCIONARIOS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'S' TO WRK-ARQS-ABERTOS
                 OPEN EXTEND CAIXA
                 IF CAIXA-STATUS = 35
                    OPEN OUTPUT CAIXA
                 END-IF
                 OPEN OUTPUT RELATORIO
                 MOVE WRK-COMPETENCIA  TO WRK-REL-COMP
                 MOVE WRK-DT-PAGAMENTO TO WRK-REL-DATA
                 MOVE WRK-PERCENTUAL   TO WRK-REL-PCT
                 WRITE REG-RELATORIO FROM WRK-REL-CABEC1
                 MOVE SPACES TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 WRITE REG-RELATORIO FROM WRK-REL-CABEC2
                 PERFORM 0110-LER-FUNCIONARIO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0110-LER-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
           READ FUNCIONARIOS
              AT END
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
      *----------------------------------------------------------------*
       0200-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *    DESLIGADO NAO RECEBE NEM APARECE NO RELATORIO.
           IF FUNC-SITUACAO NOT = 'D'
              MOVE FUNC-MATRICULA TO WRK-REL-MATR
              MOVE FUNC-NOME      TO WRK-REL-NOME
              MOVE FUNC-DEPTO     TO WRK-REL-DEPTO
              MOVE FUNC-SALARIO   TO WRK-REL-SALARIO
              MOVE ZEROS          TO WRK-REL-VALOR
              IF FUNC-ADIANTAMENTO = 'N'
                 MOVE 'NAO OPTANTE' TO WRK-REL-SIT
                 ADD 1 TO WRK-QTD-NAO-OPTANTES
                 WRITE REG-RELATORIO FROM WRK-REL-DETALHE
              ELSE
                 PERFORM 0210-PAGAR-ADIANTAMENTO
              END-IF
           END-IF.
           PERFORM 0110-LER-FUNCIONARIO.
      *----------------------------------------------------------------*
       0210-PAGAR-ADIANTAMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE FUNC-MATRICULA  TO ADT-MATRICULA.
           MOVE WRK-COMPETENCIA TO ADT-COMPETENCIA.
           READ ADIANT
              INVALID KEY
                 CONTINUE
           END-READ.
           IF ADIANT-STATUS = 00
              MOVE ADT-VALOR TO WRK-REL-VALOR
              MOVE 'JA PAGO NA COMPETENCIA' TO WRK-REL-SIT
              ADD 1 TO WRK-QTD-JA-PAGOS
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
           ELSE
              COMPUTE WRK-VALOR-ADIANT ROUNDED =
                 FUNC-SALARIO * WRK-PERCENTUAL / 100
              MOVE FUNC-MATRICULA   TO ADT-MATRICULA
              MOVE WRK-COMPETENCIA  TO ADT-COMPETENCIA
              MOVE FUNC-NOME        TO ADT-NOME
              MOVE FUNC-DEPTO       TO ADT-DEPTO
              MOVE WRK-DT-PAGAMENTO TO ADT-DT-PAGAMENTO
              MOVE WRK-PERCENTUAL   TO ADT-PERCENTUAL
              MOVE FUNC-SALARIO     TO ADT-SALARIO
              MOVE WRK-VALOR-ADIANT TO ADT-VALOR
              MOVE 'P'              TO ADT-SITUACAO
              WRITE ADT-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              IF ADIANT-STATUS = 00
                 PERFORM 0220-GRAVAR-CAIXA
                 ADD 1 TO WRK-QTD-PAGOS
                 ADD WRK-VALOR-ADIANT TO WRK-TOTAL-ADIANT
                 MOVE WRK-VALOR-ADIANT TO WRK-REL-VALOR
                 MOVE 'PAGO' TO WRK-REL-SIT
              ELSE
                 DISPLAY 'ERRO AO GRAVAR ADIANTAMENTO DA MATRICULA '
                    FUNC-MATRICULA ' STATUS: ' ADIANT-STATUS
                 MOVE 'ERRO - NAO PAGO' TO WRK-REL-SIT
                 MOVE 8 TO RETURN-CODE
              END-IF
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
           END-IF.
      *----------------------------------------------------------------*
       0220-GRAVAR-CAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DT-PAGAMENTO    TO CXA-DATA.
           ACCEPT WRK-HORA-ATUAL    FROM TIME.
           MOVE WRK-HORA-ATUAL(1:6) TO CXA-HORA.
           MOVE 'S'                 TO CXA-TIPO.
           MOVE 9                   TO CXA-FORMA.
           MOVE WRK-VALOR-ADIANT    TO CXA-VALOR.
           MOVE FUNC-MATRICULA      TO WRK-HIST-MATR.
           MOVE WRK-HISTORICO-ADIANT TO CXA-HISTORICO.
           WRITE CXA-REG.
      *----------------------------------------------------------------*
       0300-FINALIZAR SECTION.
      *-----------------------
           MOVE WRK-QTD-PAGOS    TO WRK-REL-TOT-QTD.
           MOVE WRK-TOTAL-ADIANT TO WRK-REL-TOT-VAL.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.

           CLOSE FUNCIONARIOS.
           CLOSE ADIANT.
           CLOSE CAIXA.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ADIANTAMENTO'    TO SPL-PROGRAMA.
           MOVE 'ADIANTAMENTO.REL' TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           DISPLAY 'ADIANTAMENTOS PAGOS: ' WRK-QTD-PAGOS.
           MOVE WRK-TOTAL-ADIANT TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL ADIANTADO....: ' WRK-VALOR-EDITADO.
           DISPLAY 'NAO OPTANTES.......: ' WRK-QTD-NAO-OPTANTES.
           DISPLAY 'JA PAGOS NO MES....: ' WRK-QTD-JA-PAGOS.
           DISPLAY 'RELATORIO GRAVADO EM ADIANTAMENTO.REL.'.
