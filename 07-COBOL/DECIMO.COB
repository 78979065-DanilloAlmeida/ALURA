      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: PAGAMENTO DO 13o SALARIO EM DUAS PARCELAS
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    PAGA A PARCELA INFORMADA DO 13o DO ANO DA DATA DE PAGAMENTO
      *    A CADA FUNCIONARIO ATIVO COM AVOS NO ANO. UM AVO POR MES DO
      *    ANO A PARTIR DA ADMISSAO (MES DE ENTRADA CONTA QUANDO A
      *    ENTRADA FOI ATE O DIA 15, COMO NA PROVISAO DA FOLHA). O
      *    13o INTEGRAL E (SALARIO + MEDIA DE COMISSOES + MEDIA DE
      *    HORAS EXTRAS) / 12 POR AVO; AS MEDIAS SAO AS DAS
      *    COMPETENCIAS DO ANO EM FOLHAPAG.DAT.
      *       PARCELA 1 (ATE NOVEMBRO): METADE DO INTEGRAL, SEM INSS
      *                 NEM IRRF;
      *       PARCELA 2 (DEZEMBRO): INTEGRAL COM INSS PROGRESSIVO E
      *                 IRRF EXCLUSIVO NA FONTE (TABELAS DA FOLHA,
      *                 COM A DEDUCAO POR DEPENDENTE), MENOS A
      *                 PRIMEIRA PARCELA.
      *    CADA PARCELA VAI PARA FOLHA13.DAT NO DESENHO DO FOLHAPAG
      *    (PAG-TIPO-PAGTO '1' OU '2') PARA O HOLERITE E O CONTABIL;
      *    O CONTROLE FICA EM DECIMO.DAT (ANO + MATRICULA), ENTAO
      *    PARCELA JA PAGA NAO E PAGA DE NOVO. O FGTS DAS PARCELAS
      *    ENTRA EM FGTS.DAT NA COMPETENCIA AAAA13 E A SEGUNDA PARCELA
      *    GRAVA O 13o EM PAGEXTRA.DAT (ORIGEM 'T') PARA O INFORME DE
      *    RENDIMENTOS. O RESUMO SAI EM DECIMO.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. DECIMO.
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

           SELECT FAIXAS-IRRF ASSIGN TO 'FAIXASIRRF.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FAIXAS-IRRF-STATUS.

           SELECT FAIXAS-INSS ASSIGN TO 'FAIXASINSS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FAIXAS-INSS-STATUS.

           SELECT DEDUCAO-DEP ASSIGN TO 'DEDDEPIRRF.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEDUCAO-DEP-STATUS.

           SELECT DEPENDENTES ASSIGN TO WRK-DEPENDENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS DEPENDENTES-STATUS
              RECORD KEY DPD-CHAVE.

           SELECT FOLHA-PAG ASSIGN TO 'FOLHAPAG.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHA-PAG-STATUS.

           SELECT FOLHA-13 ASSIGN TO 'FOLHA13.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHA-13-STATUS.

           SELECT DECIMO ASSIGN TO WRK-DECIMO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS DECIMO-STATUS
              RECORD KEY D13-CHAVE.

           SELECT FGTS ASSIGN TO WRK-FGTS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FGTS-STATUS
              RECORD KEY FGTS-CHAVE.

           SELECT PAGEXTRA ASSIGN TO 'PAGEXTRA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAGEXTRA-STATUS.

           SELECT RELATORIO ASSIGN TO 'DECIMO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD FUNCIONARIOS.
       COPY 'funcionarios-reg.cpy'.

      *    TABELAS DA FOLHA MENSAL (MANTIDAS PELO TABFAIXAS).
       FD FAIXAS-IRRF.
       01 IRRF-REG.
          05 IRRF-VIGENCIA      PIC 9(08).
          05 IRRF-TETO          PIC 9(07)V99.
          05 IRRF-ALIQUOTA      PIC 9(02)V999.
          05 IRRF-DEDUCAO       PIC 9(06)V99.

       FD FAIXAS-INSS.
       01 INSS-REG.
          05 INSS-TETO          PIC 9(07)V99.
          05 INSS-ALIQUOTA      PIC 9(02)V999.

       FD DEDUCAO-DEP.
       01 DED-REG.
          05 DED-VIGENCIA       PIC 9(08).
          05 DED-VALOR          PIC 9(05)V99.

       FD DEPENDENTES.
       COPY 'dependentes-reg.cpy'.

      *    FOLHAS MENSAIS DO ANO (MEDIAS) E AS PARCELAS DO 13o, NO
      *    MESMO DESENHO GRAVADO PELA FOLHA.
       FD FOLHA-PAG.
       01 PAG-REG.
          05 PAG-COMPETENCIA    PIC 9(06).
          05 PAG-MATRICULA      PIC 9(05).
          05 PAG-NOME           PIC X(20).
          05 PAG-DEPTO          PIC X(10).
          05 PAG-SALARIO-BRUTO  PIC 9(09)V99.
          05 PAG-COMISSAO       PIC S9(09)V99.
          05 PAG-HORAS-EXTRAS   PIC 9(08)V99.
          05 PAG-FERIAS         PIC 9(08)V99.
          05 PAG-DESC-FALTAS    PIC 9(08)V99.
          05 PAG-INSS           PIC 9(08)V99.
          05 PAG-IRRF           PIC 9(08)V99.
          05 PAG-SALARIO-LIQ    PIC 9(09)V99.
          05 PAG-BASE-FGTS      PIC 9(09)V99.
          05 PAG-FGTS           PIC 9(08)V99.
          05 PAG-ADIANTAMENTO   PIC 9(08)V99.
          05 PAG-QTD-DEPEND     PIC 9(02).
          05 PAG-DED-DEPEND     PIC 9(08)V99.
          05 PAG-CONSIGNADO     PIC 9(08)V99.
          05 PAG-DESC-VT        PIC 9(07)V99.
          05 PAG-DESC-VR        PIC 9(07)V99.
          05 PAG-TIPO-PAGTO     PIC X(01).
          05 PAG-AVOS-13        PIC 9(02).

       FD FOLHA-13.
       01 P13-REG               PIC X(198).

       FD DECIMO.
       COPY 'decimo-reg.cpy'.

       FD FGTS.
       COPY 'fgts-reg.cpy'.

       FD PAGEXTRA.
       COPY 'pagextra-reg.cpy'.

       FD RELATORIO.
       01 REG-RELATORIO         PIC X(132).
      *------------------------
       WORKING-STORAGE       SECTION.
       COPY 'funcionarios-cfg.cpy'.
       COPY 'dependentes-cfg.cpy'.
       COPY 'decimo-cfg.cpy'.
       COPY 'fgts-cfg.cpy'.
       77  FUNCIONARIOS-STATUS PIC  9(02)        VALUE ZEROS.
       77  FAIXAS-IRRF-STATUS PIC  9(02)        VALUE ZEROS.
       77  FAIXAS-INSS-STATUS PIC  9(02)        VALUE ZEROS.
       77  DEDUCAO-DEP-STATUS PIC  9(02)        VALUE ZEROS.
       77  DEPENDENTES-STATUS PIC  9(02)        VALUE ZEROS.
       77  FOLHA-PAG-STATUS   PIC  9(02)        VALUE ZEROS.
       77  FOLHA-13-STATUS    PIC  9(02)        VALUE ZEROS.
       77  DECIMO-STATUS      PIC  9(02)        VALUE ZEROS.
       77  FGTS-STATUS        PIC  9(02)        VALUE ZEROS.
       77  PAGEXTRA-STATUS    PIC  9(02)        VALUE ZEROS.
       77  RELATORIO-STATUS   PIC  9(02)        VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC  X(01)        VALUE 'N'.
       77  WRK-ARQS-ABERTOS   PIC  X(01)        VALUE 'N'.
       77  WRK-DEPEND-ABERTO  PIC  X(01)        VALUE 'N'.
       77  WRK-FGTS-ABERTO    PIC  X(01)        VALUE 'N'.
       77  WRK-PAGEXTRA-ABERTO PIC X(01)        VALUE 'N'.
       77  WRK-FIM-FAIXAS     PIC  X(01)        VALUE 'N'.
       77  WRK-FIM-DEPEND     PIC  X(01)        VALUE 'N'.
       77  WRK-PARCELA        PIC  9(01)        VALUE ZEROS.
       77  WRK-DT-PAGAMENTO   PIC  9(08)        VALUE ZEROS.
       77  WRK-COMPETENCIA    PIC  9(06)        VALUE ZEROS.
       77  WRK-ANO-13         PIC  9(04)        VALUE ZEROS.
       77  WRK-D13-EXISTE     PIC  X(01)        VALUE 'N'.
       77  WRK-FGTS-ALIQ      PIC  9(02)V99     VALUE 8.
       77  WRK-AVOS           PIC S9(02)        VALUE ZEROS.
       77  WRK-MEDIA-COMIS    PIC S9(09)V99     VALUE ZEROS.
       77  WRK-MEDIA-HE       PIC  9(08)V99     VALUE ZEROS.
       77  WRK-13-SALARIO     PIC  9(09)V99     VALUE ZEROS.
       77  WRK-13-COMIS       PIC S9(09)V99     VALUE ZEROS.
       77  WRK-13-HE          PIC  9(08)V99     VALUE ZEROS.
       77  WRK-13-INTEGRAL    PIC  9(09)V99     VALUE ZEROS.
       77  WRK-PARCELA1       PIC  9(08)V99     VALUE ZEROS.
       77  WRK-INSS-VALOR     PIC  9(08)V99     VALUE ZEROS.
       77  WRK-IRRF-VALOR     PIC  9(08)V99     VALUE ZEROS.
       77  WRK-IRRF-CALC      PIC S9(09)V99     VALUE ZEROS.
       77  WRK-BASE-IRRF      PIC  9(09)V99     VALUE ZEROS.
       77  WRK-LIQUIDO        PIC  9(09)V99     VALUE ZEROS.
       77  WRK-LIQUIDO-CALC   PIC S9(10)V99     VALUE ZEROS.
       77  WRK-FGTS-VALOR     PIC  9(08)V99     VALUE ZEROS.
       77  WRK-FATIA-INSS     PIC S9(08)V99     VALUE ZEROS.
       77  WRK-TETO-ANTERIOR  PIC  9(07)V99     VALUE ZEROS.
       77  WRK-ALIQUOTA       PIC  9(02)V999    VALUE ZEROS.
       77  WRK-DEDUCAO        PIC  9(06)V99     VALUE ZEROS.
       77  WRK-ACHOU-FAIXA    PIC  X(01)        VALUE 'N'.
       77  WRK-VIG-IRRF       PIC  9(08)        VALUE ZEROS.
       77  WRK-VIG-DEDUCAO    PIC  9(08)        VALUE ZEROS.
       77  WRK-VALOR-DEPEND   PIC  9(05)V99     VALUE ZEROS.
       77  WRK-QTD-DEPEND     PIC  9(02)        VALUE ZEROS.
       77  WRK-DED-DEPEND     PIC  9(08)V99     VALUE ZEROS.
       77  WRK-QTD-FAIXAS     PIC  9(02)        VALUE ZEROS.
       77  WRK-IDX-FAIXA      PIC  9(02)        VALUE ZEROS.
       77  WRK-QTD-FAIXAS-INSS PIC 9(02)        VALUE ZEROS.
       77  WRK-IDX-INSS       PIC  9(02)        VALUE ZEROS.
       77  WRK-QTD-MEDIAS     PIC  9(03)        VALUE ZEROS.
       77  WRK-IDX-MEDIA      PIC  9(03)        VALUE ZEROS.
       77  WRK-ACHOU-MEDIA    PIC  X(01)        VALUE 'N'.
       77  WRK-QTD-PAGOS      PIC  9(06)        VALUE ZEROS.
       77  WRK-QTD-JA-PAGOS   PIC  9(06)        VALUE ZEROS.
       77  WRK-QTD-SEM-AVOS   PIC  9(06)        VALUE ZEROS.
       77  WRK-TOTAL-BRUTO    PIC  9(11)V99     VALUE ZEROS.
       77  WRK-TOTAL-INSS     PIC  9(11)V99     VALUE ZEROS.
       77  WRK-TOTAL-IRRF     PIC  9(11)V99     VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO  PIC  9(11)V99     VALUE ZEROS.
       01  WRK-DATA-ATUAL.
           02 WRK-ANO-ATUAL  PIC  9(04)        VALUE ZEROS.
           02 WRK-MES-ATUAL  PIC  9(02)        VALUE ZEROS.
           02 WRK-DIA-ATUAL  PIC  9(02)        VALUE ZEROS.

       01  WRK-TABELA-IRRF.
           05 WRK-IRRF OCCURS 20 TIMES.
              10 WRK-IRRF-TETO     PIC 9(07)V99.
              10 WRK-IRRF-ALIQ     PIC 9(02)V999.
              10 WRK-IRRF-DEDUCAO  PIC 9(06)V99.
       01  WRK-TABELA-INSS.
           05 WRK-INSS OCCURS 20 TIMES.
              10 WRK-INSS-TETO     PIC 9(07)V99.
              10 WRK-INSS-ALIQ     PIC 9(02)V999.

      *    COMISSOES E HORAS EXTRAS DO ANO POR MATRICULA, COM O
      *    NUMERO DE COMPETENCIAS EM QUE A MATRICULA TEVE FOLHA.
       01  WRK-TABELA-MEDIAS.
           05 WRK-MED OCCURS 500 TIMES.
              10 WRK-MED-MATRICULA PIC 9(05).
              10 WRK-MED-COMIS     PIC S9(11)V99.
              10 WRK-MED-HE        PIC 9(10)V99.
              10 WRK-MED-MESES     PIC 9(02).

       01  WRK-REL-CABEC1.
           05 FILLER          PIC X(23) VALUE
              '13o SALARIO - PARCELA '.
           05 WRK-REL-PARC    PIC 9(01).
           05 FILLER          PIC X(08) VALUE '  ANO: '.
           05 WRK-REL-ANO     PIC 9(04).
           05 FILLER          PIC X(14) VALUE '  PAGAMENTO: '.
           05 WRK-REL-DATA    PIC 9(08).

       01  WRK-REL-CABEC2.
           05 FILLER          PIC X(44) VALUE
              'MATR.  NOME                 AVOS    INTEGRAL'.
           05 FILLER          PIC X(56) VALUE
              '   1a PARCELA        INSS        IRRF     LIQUIDO  SIT.'.

       01  WRK-REL-DETALHE.
           05 WRK-REL-MATR    PIC 9(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-NOME    PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-AVOS    PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-REL-INTEGRAL PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-REL-PARC1   PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-INSS    PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-IRRF    PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-LIQUIDO PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-SIT     PIC X(24).

       01  WRK-REL-TOTAL.
           05 WRK-REL-TOT-DESC PIC X(30).
           05 WRK-REL-TOT-VAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           COPY 'MOEDAWS.COB'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
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
           DISPLAY 'PARCELA DO 13o (1 = NOVEMBRO, 2 = DEZEMBRO): '.
           ACCEPT WRK-PARCELA FROM CONSOLE.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DT-PAGAMENTO FROM CONSOLE.
           IF WRK-DT-PAGAMENTO = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DT-PAGAMENTO
           END-IF.
           MOVE WRK-DT-PAGAMENTO(1:6) TO WRK-COMPETENCIA.
           MOVE WRK-DT-PAGAMENTO(1:4) TO WRK-ANO-13.
      *    A PARCELA ENTRA NA FOLHA DA COMPETENCIA DO PAGAMENTO.
           MOVE 'F'              TO PEV-MODULO.
           MOVE WRK-DT-PAGAMENTO TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.

           EVALUATE TRUE
              WHEN WRK-PARCELA NOT = 1 AND WRK-PARCELA NOT = 2
                 DISPLAY 'PARCELA INVALIDA: INFORME 1 OU 2.'
                 MOVE 8 TO RETURN-CODE
              WHEN PEV-RETORNO NOT = 'A'
                 DISPLAY '13o NAO PROCESSADO: COMPETENCIA '
                    WRK-COMPETENCIA ' FECHADA.'
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM 0105-ABRIR-ARQUIVOS
           END-EVALUATE.
           IF WRK-ARQS-ABERTOS = 'S'
              PERFORM 0120-CARREGAR-FAIXAS-IRRF
              PERFORM 0125-CARREGAR-FAIXAS-INSS
              PERFORM 0127-CARREGAR-DEDUCAO-DEP
              PERFORM 0130-CARREGAR-MEDIAS
              OPEN OUTPUT RELATORIO
              MOVE WRK-PARCELA      TO WRK-REL-PARC
              MOVE WRK-ANO-13       TO WRK-REL-ANO
              MOVE WRK-DT-PAGAMENTO TO WRK-REL-DATA
              WRITE REG-RELATORIO FROM WRK-REL-CABEC1
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              WRITE REG-RELATORIO FROM WRK-REL-CABEC2
              PERFORM 0110-LER-FUNCIONARIO
           END-IF.
      *----------------------------------------------------------------*
       0105-ABRIR-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
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
              ACCEPT WRK-DECIMO-PATH FROM ENVIRONMENT 'DECIMO_DAT'
              IF WRK-DECIMO-PATH = SPACES
                 MOVE WRK-DECIMO-PATH-PADRAO TO WRK-DECIMO-PATH
              END-IF
              OPEN I-O DECIMO
              IF DECIMO-STATUS = 35
                 OPEN OUTPUT DECIMO
                 CLOSE DECIMO
                 OPEN I-O DECIMO
              END-IF
              IF DECIMO-STATUS NOT = 00
      *          SEM O CONTROLE DAS PARCELAS A SEGUNDA NAO SABERIA O
      *          QUE A PRIMEIRA PAGOU: NADA E PAGO.
                 DISPLAY 'DECIMO.DAT INDISPONIVEL. STATUS: '
                    DECIMO-STATUS
                 CLOSE FUNCIONARIOS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'S' TO WRK-ARQS-ABERTOS
                 OPEN EXTEND FOLHA-13
                 IF FOLHA-13-STATUS = 35
                    OPEN OUTPUT FOLHA-13
                 END-IF
                 PERFORM 0140-ABRIR-FGTS
                 IF WRK-PARCELA = 2
                    OPEN EXTEND PAGEXTRA
                    IF PAGEXTRA-STATUS = 35
                       OPEN OUTPUT PAGEXTRA
                    END-IF
                    IF PAGEXTRA-STATUS = 00
                       MOVE 'S' TO WRK-PAGEXTRA-ABERTO
                    ELSE
                       DISPLAY 'PAGEXTRA.DAT INDISPONIVEL. STATUS: '
                          PAGEXTRA-STATUS
                       DISPLAY '13o NAO ENTRA NO INFORME DE '
                          'RENDIMENTOS!'
                    END-IF
                 END-IF
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
       0120-CARREGAR-FAIXAS-IRRF SECTION.
      *----------------------------------------------------------------*
      *    MESMA REGRA DA FOLHA: A MAIOR VIGENCIA QUE NAO PASSA DA
      *    DATA DO PAGAMENTO.
           OPEN INPUT FAIXAS-IRRF.
           IF FAIXAS-IRRF-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR FAIXASIRRF.DAT. STATUS: '
                 FAIXAS-IRRF-STATUS
              DISPLAY '13o SEGUE SEM RETENCAO DE IRRF!'
           ELSE
              MOVE ZEROS TO WRK-VIG-IRRF
              PERFORM UNTIL WRK-FIM-FAIXAS = 'S'
                 READ FAIXAS-IRRF
                    AT END
                       MOVE 'S' TO WRK-FIM-FAIXAS
                    NOT AT END
                       IF IRRF-VIGENCIA NOT > WRK-DT-PAGAMENTO
                             AND IRRF-VIGENCIA > WRK-VIG-IRRF
                          MOVE IRRF-VIGENCIA TO WRK-VIG-IRRF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAIXAS-IRRF
              MOVE 'N' TO WRK-FIM-FAIXAS
              OPEN INPUT FAIXAS-IRRF
              PERFORM UNTIL WRK-FIM-FAIXAS = 'S'
                    OR WRK-QTD-FAIXAS = 20
                 READ FAIXAS-IRRF
                    AT END
                       MOVE 'S' TO WRK-FIM-FAIXAS
                    NOT AT END
                       IF IRRF-VIGENCIA = WRK-VIG-IRRF
                          ADD 1 TO WRK-QTD-FAIXAS
                          MOVE IRRF-TETO TO
                             WRK-IRRF-TETO(WRK-QTD-FAIXAS)
                          MOVE IRRF-ALIQUOTA TO
                             WRK-IRRF-ALIQ(WRK-QTD-FAIXAS)
                          MOVE IRRF-DEDUCAO TO
                             WRK-IRRF-DEDUCAO(WRK-QTD-FAIXAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAIXAS-IRRF
           END-IF.
      *----------------------------------------------------------------*
       0125-CARREGAR-FAIXAS-INSS SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT FAIXAS-INSS.
           IF FAIXAS-INSS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR FAIXASINSS.DAT. STATUS: '
                 FAIXAS-INSS-STATUS
              DISPLAY '13o SEGUE SEM DESCONTO DE INSS!'
           ELSE
              MOVE 'N' TO WRK-FIM-FAIXAS
              PERFORM UNTIL WRK-FIM-FAIXAS = 'S'
                    OR WRK-QTD-FAIXAS-INSS = 20
                 READ FAIXAS-INSS
                    AT END
                       MOVE 'S' TO WRK-FIM-FAIXAS
                    NOT AT END
                       ADD 1 TO WRK-QTD-FAIXAS-INSS
                       MOVE INSS-TETO TO
                          WRK-INSS-TETO(WRK-QTD-FAIXAS-INSS)
                       MOVE INSS-ALIQUOTA TO
                          WRK-INSS-ALIQ(WRK-QTD-FAIXAS-INSS)
                 END-READ
              END-PERFORM
              CLOSE FAIXAS-INSS
           END-IF.
      *----------------------------------------------------------------*
       0127-CARREGAR-DEDUCAO-DEP SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-VIG-DEDUCAO WRK-VALOR-DEPEND.
           OPEN INPUT DEDUCAO-DEP.
           IF DEDUCAO-DEP-STATUS = 00
              PERFORM UNTIL DEDUCAO-DEP-STATUS NOT = 00
                 READ DEDUCAO-DEP
                    AT END
                       CONTINUE
                    NOT AT END
                       IF DED-VIGENCIA NOT > WRK-DT-PAGAMENTO
                             AND DED-VIGENCIA > WRK-VIG-DEDUCAO
                          MOVE DED-VIGENCIA TO WRK-VIG-DEDUCAO
                          MOVE DED-VALOR    TO WRK-VALOR-DEPEND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEDUCAO-DEP
           END-IF.

           ACCEPT WRK-DEPENDENTES-PATH FROM ENVIRONMENT
              'DEPENDENTES_DAT'.
           IF WRK-DEPENDENTES-PATH = SPACES
              MOVE WRK-DEPENDENTES-PATH-PADRAO
                 TO WRK-DEPENDENTES-PATH
           END-IF.
           OPEN INPUT DEPENDENTES.
           IF DEPENDENTES-STATUS = 00
              MOVE 'S' TO WRK-DEPEND-ABERTO
           END-IF.
      *----------------------------------------------------------------*
       0130-CARREGAR-MEDIAS SECTION.
      *----------------------------------------------------------------*
      *    SO AS FOLHAS MENSAIS DO ANO DO 13o. SEM O FOLHAPAG O 13o
      *    SAI SO SOBRE O SALARIO.
           OPEN INPUT FOLHA-PAG.
           IF FOLHA-PAG-STATUS NOT = 00
              DISPLAY 'FOLHAPAG.DAT INDISPONIVEL. STATUS: '
                 FOLHA-PAG-STATUS
              DISPLAY '13o SEGUE SEM MEDIAS DE COMISSOES E EXTRAS!'
           ELSE
              MOVE 'N' TO WRK-FIM-FAIXAS
              PERFORM UNTIL WRK-FIM-FAIXAS = 'S'
                 READ FOLHA-PAG
                    AT END
                       MOVE 'S' TO WRK-FIM-FAIXAS
                    NOT AT END
                       IF PAG-COMPETENCIA(1:4) = WRK-ANO-13
                             AND PAG-TIPO-PAGTO NOT = '1'
                             AND PAG-TIPO-PAGTO NOT = '2'
                          PERFORM 0135-ACUMULAR-MEDIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOLHA-PAG
           END-IF.
      *----------------------------------------------------------------*
       0135-ACUMULAR-MEDIA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU-MEDIA.
           PERFORM VARYING WRK-IDX-MEDIA FROM 1 BY 1
                 UNTIL WRK-IDX-MEDIA > WRK-QTD-MEDIAS
                 OR WRK-ACHOU-MEDIA = 'S'
              IF WRK-MED-MATRICULA(WRK-IDX-MEDIA) = PAG-MATRICULA
                 MOVE 'S' TO WRK-ACHOU-MEDIA
                 SUBTRACT 1 FROM WRK-IDX-MEDIA
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-MEDIA = 'N' AND WRK-QTD-MEDIAS < 500
              ADD 1 TO WRK-QTD-MEDIAS
              MOVE WRK-QTD-MEDIAS TO WRK-IDX-MEDIA
              MOVE PAG-MATRICULA TO WRK-MED-MATRICULA(WRK-IDX-MEDIA)
              MOVE ZEROS TO WRK-MED-COMIS(WRK-IDX-MEDIA)
                            WRK-MED-HE(WRK-IDX-MEDIA)
                            WRK-MED-MESES(WRK-IDX-MEDIA)
           END-IF.
           IF WRK-IDX-MEDIA <= WRK-QTD-MEDIAS
              ADD PAG-COMISSAO     TO WRK-MED-COMIS(WRK-IDX-MEDIA)
              ADD PAG-HORAS-EXTRAS TO WRK-MED-HE(WRK-IDX-MEDIA)
              ADD 1                TO WRK-MED-MESES(WRK-IDX-MEDIA)
           END-IF.
      *----------------------------------------------------------------*
       0140-ABRIR-FGTS SECTION.
      *----------------------------------------------------------------*
      *    SEM O ARQUIVO DE DEPOSITOS O 13o E PAGO; SO A CONTA
      *    VINCULADA NAO RECEBE O FGTS DAS PARCELAS.
           ACCEPT WRK-FGTS-PATH FROM ENVIRONMENT 'FGTS_DAT'.
           IF WRK-FGTS-PATH = SPACES
              MOVE WRK-FGTS-PATH-PADRAO TO WRK-FGTS-PATH
           END-IF.
           OPEN I-O FGTS.
           IF FGTS-STATUS = 35
              OPEN OUTPUT FGTS
              CLOSE FGTS
              OPEN I-O FGTS
           END-IF.
           IF FGTS-STATUS = 00
              MOVE 'S' TO WRK-FGTS-ABERTO
           ELSE
              DISPLAY 'FGTS.DAT INDISPONIVEL. STATUS: ' FGTS-STATUS
              DISPLAY 'FGTS DO 13o NAO ENTRA NA CONTA VINCULADA!'
           END-IF.
      *----------------------------------------------------------------*
       0200-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *    DESLIGADO RECEBE O 13o PROPORCIONAL NA RESCISAO.
           IF FUNC-SITUACAO NOT = 'D'
              PERFORM 0210-CALCULAR-AVOS
              MOVE FUNC-MATRICULA TO WRK-REL-MATR
              MOVE FUNC-NOME      TO WRK-REL-NOME
              MOVE WRK-AVOS       TO WRK-REL-AVOS
              MOVE ZEROS TO WRK-REL-INTEGRAL WRK-REL-PARC1
                            WRK-REL-INSS WRK-REL-IRRF WRK-REL-LIQUIDO
              IF WRK-AVOS = ZEROS
                 ADD 1 TO WRK-QTD-SEM-AVOS
              ELSE
                 PERFORM 0220-LER-CONTROLE
                 EVALUATE TRUE
                    WHEN WRK-D13-EXISTE = 'S' AND WRK-PARCELA = 1
                       MOVE D13-VALOR-PARCELA1 TO WRK-REL-PARC1
                       MOVE 'PARCELA JA PAGA' TO WRK-REL-SIT
                       ADD 1 TO WRK-QTD-JA-PAGOS
                       WRITE REG-RELATORIO FROM WRK-REL-DETALHE
                    WHEN WRK-D13-EXISTE = 'S' AND D13-SITUACAO = '2'
                       MOVE D13-VALOR-INTEGRAL   TO WRK-REL-INTEGRAL
                       MOVE D13-VALOR-PARCELA1   TO WRK-REL-PARC1
                       MOVE D13-INSS             TO WRK-REL-INSS
                       MOVE D13-IRRF             TO WRK-REL-IRRF
                       MOVE D13-LIQUIDO-PARCELA2 TO WRK-REL-LIQUIDO
                       MOVE 'PARCELA JA PAGA' TO WRK-REL-SIT
                       ADD 1 TO WRK-QTD-JA-PAGOS
                       WRITE REG-RELATORIO FROM WRK-REL-DETALHE
                    WHEN OTHER
                       PERFORM 0230-CALCULAR-INTEGRAL
                       IF WRK-PARCELA = 1
                          PERFORM 0240-PAGAR-PARCELA1
                       ELSE
                          PERFORM 0250-PAGAR-PARCELA2
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.
           PERFORM 0110-LER-FUNCIONARIO.
      *----------------------------------------------------------------*
       0210-CALCULAR-AVOS SECTION.
      *----------------------------------------------------------------*
      *    AVOS DO ANO INTEIRO (ATE DEZEMBRO), NAS DUAS PARCELAS.
           EVALUATE TRUE
              WHEN FUNC-ANO-ENTRADA > WRK-ANO-13
                 MOVE ZEROS TO WRK-AVOS
              WHEN FUNC-ANO-ENTRADA = WRK-ANO-13
                 COMPUTE WRK-AVOS = 12 - FUNC-MES-ENTRADA + 1
                 IF FUNC-DIA-ENTRADA > 15 AND WRK-AVOS > 0
                    SUBTRACT 1 FROM WRK-AVOS
                 END-IF
              WHEN OTHER
                 MOVE 12 TO WRK-AVOS
           END-EVALUATE.
      *----------------------------------------------------------------*
       0220-LER-CONTROLE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-ANO-13     TO D13-ANO.
           MOVE FUNC-MATRICULA TO D13-MATRICULA.
           READ DECIMO
              INVALID KEY
                 CONTINUE
           END-READ.
           IF DECIMO-STATUS = 00
              MOVE 'S' TO WRK-D13-EXISTE
           ELSE
              MOVE 'N' TO WRK-D13-EXISTE
              INITIALIZE D13-REG
              MOVE WRK-ANO-13     TO D13-ANO
              MOVE FUNC-MATRICULA TO D13-MATRICULA
           END-IF.
      *----------------------------------------------------------------*
       0230-CALCULAR-INTEGRAL SECTION.
      *----------------------------------------------------------------*
      *    MEDIA MENSAL DAS VARIAVEIS NAS COMPETENCIAS DO ANO EM QUE
      *    A MATRICULA TEVE FOLHA; CADA PARTE RENDE 1/12 POR AVO.
           MOVE ZEROS TO WRK-MEDIA-COMIS WRK-MEDIA-HE.
           PERFORM VARYING WRK-IDX-MEDIA FROM 1 BY 1
                 UNTIL WRK-IDX-MEDIA > WRK-QTD-MEDIAS
              IF WRK-MED-MATRICULA(WRK-IDX-MEDIA) = FUNC-MATRICULA
                    AND WRK-MED-MESES(WRK-IDX-MEDIA) > ZEROS
                 COMPUTE WRK-MEDIA-COMIS ROUNDED =
                    WRK-MED-COMIS(WRK-IDX-MEDIA)
                    / WRK-MED-MESES(WRK-IDX-MEDIA)
                 COMPUTE WRK-MEDIA-HE ROUNDED =
                    WRK-MED-HE(WRK-IDX-MEDIA)
                    / WRK-MED-MESES(WRK-IDX-MEDIA)
              END-IF
           END-PERFORM.
           IF WRK-MEDIA-COMIS < ZEROS
              MOVE ZEROS TO WRK-MEDIA-COMIS
           END-IF.
           COMPUTE WRK-13-SALARIO ROUNDED =
              FUNC-SALARIO / 12 * WRK-AVOS.
           COMPUTE WRK-13-COMIS ROUNDED =
              WRK-MEDIA-COMIS / 12 * WRK-AVOS.
           COMPUTE WRK-13-HE ROUNDED =
              WRK-MEDIA-HE / 12 * WRK-AVOS.
           COMPUTE WRK-13-INTEGRAL =
              WRK-13-SALARIO + WRK-13-COMIS + WRK-13-HE.
      *----------------------------------------------------------------*
       0240-PAGAR-PARCELA1 SECTION.
      *----------------------------------------------------------------*
      *    METADE DE CADA PARTE DO INTEGRAL, SEM DESCONTOS. O FGTS DA
      *    PARCELA E DEPOSITADO JA NA PRIMEIRA.
           INITIALIZE PAG-REG.
           COMPUTE PAG-SALARIO-BRUTO ROUNDED = WRK-13-SALARIO / 2.
           COMPUTE PAG-COMISSAO ROUNDED      = WRK-13-COMIS / 2.
           COMPUTE PAG-HORAS-EXTRAS ROUNDED  = WRK-13-HE / 2.
           COMPUTE WRK-PARCELA1 =
              PAG-SALARIO-BRUTO + PAG-COMISSAO + PAG-HORAS-EXTRAS.
           MOVE WRK-PARCELA1 TO PAG-SALARIO-LIQ PAG-BASE-FGTS.
           COMPUTE WRK-FGTS-VALOR ROUNDED =
              WRK-PARCELA1 * WRK-FGTS-ALIQ / 100.
           MOVE WRK-FGTS-VALOR TO PAG-FGTS.
           MOVE '1' TO PAG-TIPO-PAGTO.
           PERFORM 0260-GRAVAR-PAGAMENTO.

           MOVE WRK-AVOS         TO D13-AVOS.
           MOVE WRK-DT-PAGAMENTO TO D13-DT-PARCELA1.
           MOVE WRK-PARCELA1     TO D13-VALOR-PARCELA1.
           MOVE WRK-FGTS-VALOR   TO D13-FGTS-PARCELA1.
           MOVE '1'              TO D13-SITUACAO.
           WRITE D13-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF DECIMO-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR DECIMO.DAT DA MATRICULA '
                 FUNC-MATRICULA ' STATUS: ' DECIMO-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0270-GRAVAR-FGTS.

           MOVE WRK-13-INTEGRAL TO WRK-REL-INTEGRAL.
           MOVE WRK-PARCELA1    TO WRK-REL-PARC1 WRK-REL-LIQUIDO.
           MOVE 'PAGO' TO WRK-REL-SIT.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           ADD 1 TO WRK-QTD-PAGOS.
           ADD WRK-PARCELA1 TO WRK-TOTAL-BRUTO WRK-TOTAL-LIQUIDO.
      *----------------------------------------------------------------*
       0250-PAGAR-PARCELA2 SECTION.
      *----------------------------------------------------------------*
      *    INSS E IRRF SOBRE O INTEGRAL, EM SEPARADO DA FOLHA DO MES
      *    (TRIBUTACAO EXCLUSIVA); O LIQUIDO DESCONTA A PRIMEIRA
      *    PARCELA, QUANDO PAGA.
           PERFORM 0280-CALCULAR-INSS.
           COMPUTE WRK-BASE-IRRF = WRK-13-INTEGRAL - WRK-INSS-VALOR.
           PERFORM 0285-CONTAR-DEPENDENTES.
           COMPUTE WRK-DED-DEPEND = WRK-QTD-DEPEND * WRK-VALOR-DEPEND.
           IF WRK-DED-DEPEND > WRK-BASE-IRRF
              MOVE ZEROS TO WRK-BASE-IRRF
           ELSE
              SUBTRACT WRK-DED-DEPEND FROM WRK-BASE-IRRF
           END-IF.
           PERFORM 0290-CALCULAR-IRRF.

           MOVE D13-VALOR-PARCELA1 TO WRK-PARCELA1.
           COMPUTE WRK-LIQUIDO-CALC = WRK-13-INTEGRAL - WRK-INSS-VALOR
              - WRK-IRRF-VALOR - WRK-PARCELA1.
           IF WRK-LIQUIDO-CALC < ZEROS
              MOVE ZEROS TO WRK-LIQUIDO
              DISPLAY 'DESCONTOS DO 13o MAIORES QUE A 2a PARCELA: '
                 'MATRICULA ' FUNC-MATRICULA
           ELSE
              MOVE WRK-LIQUIDO-CALC TO WRK-LIQUIDO
           END-IF.
           COMPUTE WRK-FGTS-VALOR ROUNDED =
              WRK-13-INTEGRAL * WRK-FGTS-ALIQ / 100.

           INITIALIZE PAG-REG.
           MOVE WRK-13-SALARIO   TO PAG-SALARIO-BRUTO.
           MOVE WRK-13-COMIS     TO PAG-COMISSAO.
           MOVE WRK-13-HE        TO PAG-HORAS-EXTRAS.
           MOVE WRK-INSS-VALOR   TO PAG-INSS.
           MOVE WRK-IRRF-VALOR   TO PAG-IRRF.
           MOVE WRK-LIQUIDO      TO PAG-SALARIO-LIQ.
           MOVE WRK-13-INTEGRAL  TO PAG-BASE-FGTS.
           COMPUTE PAG-FGTS = WRK-FGTS-VALOR - D13-FGTS-PARCELA1.
           MOVE WRK-PARCELA1     TO PAG-ADIANTAMENTO.
           MOVE WRK-QTD-DEPEND   TO PAG-QTD-DEPEND.
           MOVE WRK-DED-DEPEND   TO PAG-DED-DEPEND.
           MOVE '2'              TO PAG-TIPO-PAGTO.
           PERFORM 0260-GRAVAR-PAGAMENTO.

           MOVE WRK-AVOS         TO D13-AVOS.
           MOVE WRK-DT-PAGAMENTO TO D13-DT-PARCELA2.
           MOVE WRK-13-INTEGRAL  TO D13-VALOR-INTEGRAL.
           MOVE WRK-INSS-VALOR   TO D13-INSS.
           MOVE WRK-IRRF-VALOR   TO D13-IRRF.
           MOVE WRK-LIQUIDO      TO D13-LIQUIDO-PARCELA2.
           MOVE '2'              TO D13-SITUACAO.
           IF WRK-D13-EXISTE = 'S'
              REWRITE D13-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE D13-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
           IF DECIMO-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR DECIMO.DAT DA MATRICULA '
                 FUNC-MATRICULA ' STATUS: ' DECIMO-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0270-GRAVAR-FGTS.

           IF WRK-PAGEXTRA-ABERTO = 'S'
              INITIALIZE PGX-REG
              MOVE WRK-DT-PAGAMENTO TO PGX-DATA
              MOVE FUNC-MATRICULA   TO PGX-MATRICULA
              MOVE FUNC-NOME        TO PGX-NOME
              MOVE 'T'              TO PGX-ORIGEM
              MOVE WRK-13-INTEGRAL  TO PGX-13-BRUTO
              MOVE WRK-INSS-VALOR   TO PGX-13-INSS
              MOVE WRK-IRRF-VALOR   TO PGX-13-IRRF
              WRITE PGX-REG
           END-IF.

           MOVE WRK-13-INTEGRAL TO WRK-REL-INTEGRAL.
           MOVE WRK-PARCELA1    TO WRK-REL-PARC1.
           MOVE WRK-INSS-VALOR  TO WRK-REL-INSS.
           MOVE WRK-IRRF-VALOR  TO WRK-REL-IRRF.
           MOVE WRK-LIQUIDO     TO WRK-REL-LIQUIDO.
           IF WRK-D13-EXISTE = 'S'
              MOVE 'PAGO' TO WRK-REL-SIT
           ELSE
              MOVE 'PAGO SEM 1a PARCELA' TO WRK-REL-SIT
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           ADD 1 TO WRK-QTD-PAGOS.
           ADD WRK-13-INTEGRAL TO WRK-TOTAL-BRUTO.
           ADD WRK-INSS-VALOR  TO WRK-TOTAL-INSS.
           ADD WRK-IRRF-VALOR  TO WRK-TOTAL-IRRF.
           ADD WRK-LIQUIDO     TO WRK-TOTAL-LIQUIDO.
      *----------------------------------------------------------------*
       0260-GRAVAR-PAGAMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-COMPETENCIA TO PAG-COMPETENCIA.
           MOVE FUNC-MATRICULA  TO PAG-MATRICULA.
           MOVE FUNC-NOME       TO PAG-NOME.
           MOVE FUNC-DEPTO      TO PAG-DEPTO.
           MOVE WRK-AVOS        TO PAG-AVOS-13.
           WRITE P13-REG FROM PAG-REG.
      *----------------------------------------------------------------*
       0270-GRAVAR-FGTS SECTION.
      *----------------------------------------------------------------*
      *    O FGTS DO 13o FICA NA COMPETENCIA AAAA13 DA MATRICULA, COM
      *    O ACUMULADO DAS PARCELAS PAGAS ATE AQUI.
           IF WRK-FGTS-ABERTO = 'S'
              MOVE FUNC-MATRICULA TO FGTS-MATRICULA
              COMPUTE FGTS-COMPETENCIA = WRK-ANO-13 * 100 + 13
              MOVE FUNC-DEPTO     TO FGTS-DEPTO
              IF WRK-PARCELA = 1
                 MOVE WRK-PARCELA1 TO FGTS-BASE
              ELSE
                 MOVE WRK-13-INTEGRAL TO FGTS-BASE
              END-IF
              MOVE WRK-FGTS-VALOR TO FGTS-DEPOSITO
              WRITE FGTS-REG
                 INVALID KEY
                    REWRITE FGTS-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
              END-WRITE
              IF FGTS-STATUS NOT = 00
                 DISPLAY 'ERRO AO GRAVAR FGTS DA MATRICULA '
                    FUNC-MATRICULA ' STATUS: ' FGTS-STATUS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0280-CALCULAR-INSS SECTION.
      *----------------------------------------------------------------*
      *    MESMA CONTRIBUICAO PROGRESSIVA DA FOLHA, SOBRE O INTEGRAL.
           MOVE ZEROS TO WRK-INSS-VALOR WRK-TETO-ANTERIOR.
           PERFORM VARYING WRK-IDX-INSS FROM 1 BY 1
                 UNTIL WRK-IDX-INSS > WRK-QTD-FAIXAS-INSS
              IF WRK-13-INTEGRAL > WRK-TETO-ANTERIOR
                 IF WRK-13-INTEGRAL >= WRK-INSS-TETO(WRK-IDX-INSS)
                    COMPUTE WRK-FATIA-INSS =
                       WRK-INSS-TETO(WRK-IDX-INSS)
                       - WRK-TETO-ANTERIOR
                 ELSE
                    COMPUTE WRK-FATIA-INSS =
                       WRK-13-INTEGRAL - WRK-TETO-ANTERIOR
                 END-IF
                 COMPUTE WRK-INSS-VALOR ROUNDED = WRK-INSS-VALOR
                    + (WRK-FATIA-INSS
                       * WRK-INSS-ALIQ(WRK-IDX-INSS) / 100)
              END-IF
              MOVE WRK-INSS-TETO(WRK-IDX-INSS) TO WRK-TETO-ANTERIOR
           END-PERFORM.
      *----------------------------------------------------------------*
       0285-CONTAR-DEPENDENTES SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-DEPEND.
           IF WRK-DEPEND-ABERTO = 'S'
              MOVE 'N' TO WRK-FIM-DEPEND
              MOVE FUNC-MATRICULA TO DPD-MATRICULA
              MOVE ZEROS          TO DPD-SEQUENCIA
              START DEPENDENTES KEY IS NOT LESS THAN DPD-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-DEPEND
              END-START
              PERFORM UNTIL WRK-FIM-DEPEND = 'S'
                 READ DEPENDENTES NEXT
                    AT END
                       MOVE 'S' TO WRK-FIM-DEPEND
                 END-READ
                 IF WRK-FIM-DEPEND NOT = 'S'
                    IF DPD-MATRICULA NOT = FUNC-MATRICULA
                       MOVE 'S' TO WRK-FIM-DEPEND
                    ELSE
                       IF DPD-DEDUZ-IR = 'S'
                          ADD 1 TO WRK-QTD-DEPEND
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0290-CALCULAR-IRRF SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-ALIQUOTA WRK-DEDUCAO WRK-IRRF-VALOR.
           MOVE 'N'   TO WRK-ACHOU-FAIXA.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                 UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS
                 OR WRK-ACHOU-FAIXA = 'S'
              IF WRK-BASE-IRRF <= WRK-IRRF-TETO(WRK-IDX-FAIXA)
                 MOVE WRK-IRRF-ALIQ(WRK-IDX-FAIXA)    TO WRK-ALIQUOTA
                 MOVE WRK-IRRF-DEDUCAO(WRK-IDX-FAIXA) TO WRK-DEDUCAO
                 MOVE 'S' TO WRK-ACHOU-FAIXA
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-FAIXA = 'N' AND WRK-QTD-FAIXAS > 0
              MOVE WRK-IRRF-ALIQ(WRK-QTD-FAIXAS)    TO WRK-ALIQUOTA
              MOVE WRK-IRRF-DEDUCAO(WRK-QTD-FAIXAS) TO WRK-DEDUCAO
           END-IF.
           COMPUTE WRK-IRRF-CALC =
              (WRK-BASE-IRRF * WRK-ALIQUOTA / 100) - WRK-DEDUCAO.
           IF WRK-IRRF-CALC < ZEROS
              MOVE ZEROS TO WRK-IRRF-VALOR
           ELSE
              MOVE WRK-IRRF-CALC TO WRK-IRRF-VALOR
           END-IF.
      *----------------------------------------------------------------*
       0300-FINALIZAR SECTION.
      *-----------------------
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL BRUTO DA PARCELA......:' TO WRK-REL-TOT-DESC.
           MOVE WRK-TOTAL-BRUTO TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE 'TOTAL INSS..................:' TO WRK-REL-TOT-DESC.
           MOVE WRK-TOTAL-INSS TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE 'TOTAL IRRF..................:' TO WRK-REL-TOT-DESC.
           MOVE WRK-TOTAL-IRRF TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE 'TOTAL LIQUIDO PAGO..........:' TO WRK-REL-TOT-DESC.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.

           CLOSE FUNCIONARIOS.
           CLOSE DECIMO.
           CLOSE FOLHA-13.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'DECIMO'          TO SPL-PROGRAMA.
           MOVE 'DECIMO.REL'      TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           IF WRK-DEPEND-ABERTO = 'S'
              CLOSE DEPENDENTES
           END-IF.
           IF WRK-FGTS-ABERTO = 'S'
              CLOSE FGTS
           END-IF.
           IF WRK-PAGEXTRA-ABERTO = 'S'
              CLOSE PAGEXTRA
           END-IF.

           DISPLAY 'PARCELAS PAGAS.....: ' WRK-QTD-PAGOS.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL LIQUIDO......: ' WRK-VALOR-EDITADO.
           DISPLAY 'JA PAGOS...........: ' WRK-QTD-JA-PAGOS.
           DISPLAY 'SEM AVOS NO ANO....: ' WRK-QTD-SEM-AVOS.
           DISPLAY 'PAGAMENTOS GRAVADOS EM FOLHA13.DAT; RELATORIO EM '
              'DECIMO.REL.'.
