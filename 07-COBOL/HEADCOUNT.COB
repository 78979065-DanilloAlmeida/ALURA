      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: HEADCOUNT E TURNOVER POR DEPARTAMENTO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    PARA O PERIODO INFORMADO (COMPETENCIA INICIAL A FINAL)
      *    APURA POR DEPARTAMENTO, COM O NOME DE DEPARTAMENTOS.DAT:
      *       INICIO  = ATIVOS NA VESPERA DO PERIODO;
      *       ADMIS.  = DATA DE ENTRADA DENTRO DO PERIODO;
      *       DESLIG. = SITUACAO 'D' COM DESLIGAMENTO NO PERIODO;
      *       FIM     = ATIVOS NO ULTIMO DIA DO PERIODO;
      *       TURNOVER= ((ADMIS. + DESLIG.) / 2) / MEDIA DE INICIO E
      *                 FIM, EM PERCENTUAL;
      *       TEMPO MEDIO DE CASA DOS ATIVOS NO FIM, EM ANOS;
      *       CUSTO DA FOLHA DAS COMPETENCIAS DO PERIODO EM
      *       FOLHAPAG.DAT (PROVENTOS MENOS FALTAS, MAIS O FGTS).
      *    EM SEGUIDA, A TENDENCIA DOS 12 MESES ATE A COMPETENCIA
      *    FINAL, DA EMPRESA TODA. SAIDA EM HEADCOUNT.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. HEADCOUNT.
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

           SELECT DEPARTAMENTOS ASSIGN TO WRK-DEPARTAMENTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS DEPARTAMENTOS-STATUS
              RECORD KEY DEP-CHAVE.

           SELECT FOLHA-PAG ASSIGN TO 'FOLHAPAG.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHA-PAG-STATUS.

           SELECT RELATORIO ASSIGN TO 'HEADCOUNT.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD FUNCIONARIOS.
       COPY 'funcionarios-reg.cpy'.

       FD DEPARTAMENTOS.
       COPY 'departamentos-reg.cpy'.

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

       FD RELATORIO.
       01 REG-RELATORIO         PIC X(132).
      *------------------------
       WORKING-STORAGE       SECTION.
       COPY 'funcionarios-cfg.cpy'.
       COPY 'departamentos-cfg.cpy'.
       77  FUNCIONARIOS-STATUS PIC 9(02)        VALUE ZEROS.
       77  DEPARTAMENTOS-STATUS PIC 9(02)       VALUE ZEROS.
       77  FOLHA-PAG-STATUS   PIC  9(02)        VALUE ZEROS.
       77  RELATORIO-STATUS   PIC  9(02)        VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC  X(01)        VALUE 'N'.
       77  WRK-FIM-AUX        PIC  X(01)        VALUE 'N'.
       77  WRK-ARQS-ABERTOS   PIC  X(01)        VALUE 'N'.
       77  WRK-COMP-INI       PIC  9(06)        VALUE ZEROS.
       77  WRK-COMP-FIM       PIC  9(06)        VALUE ZEROS.
      *    O FIM DE CADA MES E O DIA 31 DA COMPETENCIA: AS DATAS SAO
      *    COMPARADAS COMO AAAAMMDD, ENTAO SERVE PARA QUALQUER MES.
       77  WRK-DT-INI         PIC  9(08)        VALUE ZEROS.
       77  WRK-DT-FIM         PIC  9(08)        VALUE ZEROS.
       77  WRK-DT-ENTRADA     PIC  9(08)        VALUE ZEROS.
       77  WRK-DT-DESLIG      PIC  9(08)        VALUE ZEROS.
       77  WRK-ATIVO-INI      PIC  X(01)        VALUE 'N'.
       77  WRK-ATIVO-FIM      PIC  X(01)        VALUE 'N'.
       77  WRK-ADMITIDO       PIC  X(01)        VALUE 'N'.
       77  WRK-DESLIGADO      PIC  X(01)        VALUE 'N'.
       77  WRK-MESES-CASA     PIC S9(05)        VALUE ZEROS.
       77  WRK-CUSTO          PIC S9(10)V99     VALUE ZEROS.
       77  WRK-ANO-AUX        PIC  9(04)        VALUE ZEROS.
       77  WRK-MES-AUX        PIC  9(02)        VALUE ZEROS.
       77  WRK-QTD-DEPTOS     PIC  9(03)        VALUE ZEROS.
       77  WRK-IDX-DEPTO      PIC  9(03)        VALUE ZEROS.
       77  WRK-ACHOU-DEPTO    PIC  X(01)        VALUE 'N'.
       77  WRK-CODIGO-BUSCA   PIC  X(10)        VALUE SPACES.
       77  WRK-IDX-MES        PIC  9(02)        VALUE ZEROS.
       77  WRK-QTD-FUNC       PIC  9(06)        VALUE ZEROS.
       77  WRK-PCT-CALC       PIC  9(05)V9      VALUE ZEROS.
       77  WRK-ANOS-CALC      PIC  9(03)V9      VALUE ZEROS.
       77  WRK-DIVISOR        PIC  9(07)        VALUE ZEROS.
       77  WRK-MOV-ADMIS      PIC  9(05)        VALUE ZEROS.
       77  WRK-MOV-DESLIG     PIC  9(05)        VALUE ZEROS.
       77  WRK-ANO-FIM        PIC  9(04)        VALUE ZEROS.
       77  WRK-MES-FIM        PIC  9(02)        VALUE ZEROS.
       01  WRK-DATA-ATUAL.
           02 WRK-ANO-ATUAL  PIC  9(04)        VALUE ZEROS.
           02 WRK-MES-ATUAL  PIC  9(02)        VALUE ZEROS.
           02 WRK-DIA-ATUAL  PIC  9(02)        VALUE ZEROS.

      *    UMA LINHA POR DEPARTAMENTO: O CADASTRO PRIMEIRO (ATE 99)
      *    E DEPOIS OS CODIGOS ACHADOS NO FUNCIONARIO OU NA FOLHA
      *    QUE NAO ESTAO NELE.
       01  WRK-TABELA-DEPTOS.
           05 WRK-DEP OCCURS 100 TIMES.
              10 WRK-DEP-CODIGO    PIC X(10).
              10 WRK-DEP-NOME      PIC X(30).
              10 WRK-DEP-INICIO    PIC 9(05).
              10 WRK-DEP-ADMIS     PIC 9(05).
              10 WRK-DEP-DESLIG    PIC 9(05).
              10 WRK-DEP-FIM       PIC 9(05).
              10 WRK-DEP-MESES     PIC 9(09).
              10 WRK-DEP-CUSTO     PIC S9(11)V99.
       01  WRK-TOTAIS.
           05 WRK-TOT-INICIO      PIC 9(05).
           05 WRK-TOT-ADMIS       PIC 9(05).
           05 WRK-TOT-DESLIG      PIC 9(05).
           05 WRK-TOT-FIM         PIC 9(05).
           05 WRK-TOT-MESES       PIC 9(09).
           05 WRK-TOT-CUSTO       PIC S9(11)V99.

      *    TENDENCIA: AS 12 COMPETENCIAS ATE A FINAL, DA MAIS ANTIGA
      *    PARA A MAIS RECENTE.
       01  WRK-TABELA-TENDENCIA.
           05 WRK-TEN OCCURS 12 TIMES.
              10 WRK-TEN-COMP      PIC 9(06).
              10 WRK-TEN-INICIO    PIC 9(05).
              10 WRK-TEN-ADMIS     PIC 9(05).
              10 WRK-TEN-DESLIG    PIC 9(05).
              10 WRK-TEN-FIM       PIC 9(05).
              10 WRK-TEN-CUSTO     PIC S9(11)V99.

       01  WRK-REL-CABEC1.
           05 FILLER          PIC X(40) VALUE
              'HEADCOUNT E TURNOVER POR DEPARTAMENTO - '.
           05 FILLER          PIC X(08) VALUE 'PERIODO '.
           05 WRK-REL-INI     PIC 9(06).
           05 FILLER          PIC X(03) VALUE ' A '.
           05 WRK-REL-FIM     PIC 9(06).

       01  WRK-REL-CABEC2.
           05 FILLER          PIC X(45) VALUE
              'DEPARTAMENTO                    INICIO ADMIS.'.
           05 FILLER          PIC X(53) VALUE
              ' DESLIG.    FIM TURNOVER% TEMPO MEDIO    CUSTO FOLHA'.

       01  WRK-REL-DETALHE.
           05 WRK-REL-NOME    PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-INICIO  PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-REL-ADMIS   PIC ZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-DESLIG  PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-REL-QTD-FIM PIC ZZ.ZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-REL-PCT     PIC ZZZZ9,9.
           05 FILLER          PIC X(05) VALUE SPACES.
           05 WRK-REL-ANOS    PIC ZZ9,9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-REL-CUSTO   PIC -ZZ.ZZZ.ZZ9,99.

       01  WRK-REL-CABEC3.
           05 FILLER          PIC X(45) VALUE
              'TENDENCIA DOS ULTIMOS 12 MESES - EMPRESA'.

       01  WRK-REL-CABEC4.
           05 FILLER          PIC X(45) VALUE
              'COMPETENCIA                     INICIO ADMIS.'.
           05 FILLER          PIC X(53) VALUE
              ' DESLIG.    FIM TURNOVER%                CUSTO FOLHA'.

       01  WRK-REL-TENDENCIA.
           05 WRK-REL-TEN-COMP PIC 9(06).
           05 FILLER          PIC X(26) VALUE SPACES.
           05 WRK-REL-TEN-INI PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-REL-TEN-ADM PIC ZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-TEN-DES PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-REL-TEN-FIM PIC ZZ.ZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-REL-TEN-PCT PIC ZZZZ9,9.
           05 FILLER          PIC X(11) VALUE SPACES.
           05 WRK-REL-TEN-CUS PIC -ZZ.ZZZ.ZZ9,99.
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
              PERFORM 0250-SOMAR-CUSTOS
              PERFORM 0300-FINALIZAR
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA INICIAL (AAAAMM, 0 = MES ATUAL): '.
           ACCEPT WRK-COMP-INI FROM CONSOLE.
           IF WRK-COMP-INI = ZEROS
              MOVE WRK-DATA-ATUAL(1:6) TO WRK-COMP-INI
           END-IF.
           DISPLAY 'COMPETENCIA FINAL (AAAAMM, 0 = A INICIAL): '.
           ACCEPT WRK-COMP-FIM FROM CONSOLE.
           IF WRK-COMP-FIM = ZEROS
              MOVE WRK-COMP-INI TO WRK-COMP-FIM
           END-IF.

           EVALUATE TRUE
              WHEN WRK-COMP-INI(5:2) < '01' OR WRK-COMP-INI(5:2) > '12'
                 OR WRK-COMP-FIM(5:2) < '01'
                 OR WRK-COMP-FIM(5:2) > '12'
                 DISPLAY 'COMPETENCIA INVALIDA.'
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-COMP-INI > WRK-COMP-FIM
                 DISPLAY 'COMPETENCIA INICIAL MAIOR QUE A FINAL.'
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM 0105-ABRIR-ARQUIVOS
           END-EVALUATE.
           IF WRK-ARQS-ABERTOS = 'S'
              COMPUTE WRK-DT-INI = WRK-COMP-INI * 100 + 1
              COMPUTE WRK-DT-FIM = WRK-COMP-FIM * 100 + 31
              MOVE WRK-COMP-FIM(1:4) TO WRK-ANO-FIM
              MOVE WRK-COMP-FIM(5:2) TO WRK-MES-FIM
              PERFORM 0120-CARREGAR-DEPTOS
              PERFORM 0130-MONTAR-TENDENCIA
              INITIALIZE WRK-TOTAIS
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
              MOVE 'S' TO WRK-ARQS-ABERTOS
              OPEN OUTPUT RELATORIO
           END-IF.
      *----------------------------------------------------------------*
       0110-LER-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
           READ FUNCIONARIOS
              AT END
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
      *----------------------------------------------------------------*
       0120-CARREGAR-DEPTOS SECTION.
      *----------------------------------------------------------------*
      *    SEM O CADASTRO DE DEPARTAMENTOS O RELATORIO SAI PELO
      *    CODIGO GRAVADO NO FUNCIONARIO.
           ACCEPT WRK-DEPARTAMENTOS-PATH FROM ENVIRONMENT
              'DEPARTAMENTOS_DAT'.
           IF WRK-DEPARTAMENTOS-PATH = SPACES
              MOVE WRK-DEPARTAMENTOS-PATH-PADRAO
                 TO WRK-DEPARTAMENTOS-PATH
           END-IF.
           OPEN INPUT DEPARTAMENTOS.
           IF DEPARTAMENTOS-STATUS NOT = 00
              DISPLAY 'DEPARTAMENTOS.DAT INDISPONIVEL. STATUS: '
                 DEPARTAMENTOS-STATUS
           ELSE
              MOVE 'N' TO WRK-FIM-AUX
              PERFORM UNTIL WRK-FIM-AUX = 'S'
                    OR WRK-QTD-DEPTOS = 99
                 READ DEPARTAMENTOS
                    AT END
                       MOVE 'S' TO WRK-FIM-AUX
                    NOT AT END
                       ADD 1 TO WRK-QTD-DEPTOS
                       INITIALIZE WRK-DEP(WRK-QTD-DEPTOS)
                       MOVE DEP-CODIGO TO
                          WRK-DEP-CODIGO(WRK-QTD-DEPTOS)
                       MOVE DEP-NOME TO
                          WRK-DEP-NOME(WRK-QTD-DEPTOS)
                 END-READ
              END-PERFORM
              CLOSE DEPARTAMENTOS
           END-IF.
      *----------------------------------------------------------------*
       0130-MONTAR-TENDENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-ANO-FIM TO WRK-ANO-AUX.
           MOVE WRK-MES-FIM TO WRK-MES-AUX.
           PERFORM VARYING WRK-IDX-MES FROM 12 BY -1
                 UNTIL WRK-IDX-MES < 1
              INITIALIZE WRK-TEN(WRK-IDX-MES)
              COMPUTE WRK-TEN-COMP(WRK-IDX-MES) =
                 WRK-ANO-AUX * 100 + WRK-MES-AUX
              IF WRK-MES-AUX = 1
                 MOVE 12 TO WRK-MES-AUX
                 SUBTRACT 1 FROM WRK-ANO-AUX
              ELSE
                 SUBTRACT 1 FROM WRK-MES-AUX
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0140-BUSCAR-DEPTO SECTION.
      *----------------------------------------------------------------*
      *    POSICIONA WRK-IDX-DEPTO NO CODIGO DE WRK-CODIGO-BUSCA,
      *    INCLUINDO O CODIGO FORA DO CADASTRO NA PRIMEIRA VEZ.
           MOVE 'N' TO WRK-ACHOU-DEPTO.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                 UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
                 OR WRK-ACHOU-DEPTO = 'S'
              IF WRK-DEP-CODIGO(WRK-IDX-DEPTO) = WRK-CODIGO-BUSCA
                 MOVE 'S' TO WRK-ACHOU-DEPTO
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-DEPTO = 'S'
              SUBTRACT 1 FROM WRK-IDX-DEPTO
           ELSE
              IF WRK-QTD-DEPTOS < 100
                 ADD 1 TO WRK-QTD-DEPTOS
              END-IF
              MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
              IF WRK-DEP-CODIGO(WRK-IDX-DEPTO) NOT = WRK-CODIGO-BUSCA
                 INITIALIZE WRK-DEP(WRK-IDX-DEPTO)
                 MOVE WRK-CODIGO-BUSCA TO WRK-DEP-CODIGO(WRK-IDX-DEPTO)
                 IF WRK-CODIGO-BUSCA = SPACES
                    MOVE 'SEM DEPARTAMENTO' TO
                       WRK-DEP-NOME(WRK-IDX-DEPTO)
                 ELSE
                    STRING WRK-CODIGO-BUSCA DELIMITED BY SPACE
                       ' (NAO CADASTRADO)' DELIMITED BY SIZE
                       INTO WRK-DEP-NOME(WRK-IDX-DEPTO)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0200-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-FUNC.
           COMPUTE WRK-DT-ENTRADA = FUNC-ANO-ENTRADA * 10000
              + FUNC-MES-ENTRADA * 100 + FUNC-DIA-ENTRADA.
      *    DESLIGADO SEM DATA (CADASTRO ANTIGO) NAO CONTA EM NENHUM
      *    HEADCOUNT NEM COMO DESLIGAMENTO DO PERIODO.
           IF FUNC-SITUACAO = 'D'
              MOVE FUNC-DT-DESLIGAMENTO TO WRK-DT-DESLIG
           ELSE
              MOVE 99999999 TO WRK-DT-DESLIG
           END-IF.

           MOVE FUNC-DEPTO TO WRK-CODIGO-BUSCA.
           PERFORM 0140-BUSCAR-DEPTO.
           PERFORM 0210-APURAR-PERIODO.
           IF WRK-ATIVO-INI = 'S'
              ADD 1 TO WRK-DEP-INICIO(WRK-IDX-DEPTO) WRK-TOT-INICIO
           END-IF.
           IF WRK-ADMITIDO = 'S'
              ADD 1 TO WRK-DEP-ADMIS(WRK-IDX-DEPTO) WRK-TOT-ADMIS
           END-IF.
           IF WRK-DESLIGADO = 'S'
              ADD 1 TO WRK-DEP-DESLIG(WRK-IDX-DEPTO) WRK-TOT-DESLIG
           END-IF.
           IF WRK-ATIVO-FIM = 'S'
              ADD 1 TO WRK-DEP-FIM(WRK-IDX-DEPTO) WRK-TOT-FIM
              PERFORM 0220-CALCULAR-TEMPO-CASA
              ADD WRK-MESES-CASA TO WRK-DEP-MESES(WRK-IDX-DEPTO)
                                    WRK-TOT-MESES
           END-IF.

           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                 UNTIL WRK-IDX-MES > 12
              COMPUTE WRK-DT-INI = WRK-TEN-COMP(WRK-IDX-MES) * 100 + 1
              COMPUTE WRK-DT-FIM =
                 WRK-TEN-COMP(WRK-IDX-MES) * 100 + 31
              PERFORM 0210-APURAR-PERIODO
              IF WRK-ATIVO-INI = 'S'
                 ADD 1 TO WRK-TEN-INICIO(WRK-IDX-MES)
              END-IF
              IF WRK-ADMITIDO = 'S'
                 ADD 1 TO WRK-TEN-ADMIS(WRK-IDX-MES)
              END-IF
              IF WRK-DESLIGADO = 'S'
                 ADD 1 TO WRK-TEN-DESLIG(WRK-IDX-MES)
              END-IF
              IF WRK-ATIVO-FIM = 'S'
                 ADD 1 TO WRK-TEN-FIM(WRK-IDX-MES)
              END-IF
           END-PERFORM.
           COMPUTE WRK-DT-INI = WRK-COMP-INI * 100 + 1.
           COMPUTE WRK-DT-FIM = WRK-COMP-FIM * 100 + 31.

           PERFORM 0110-LER-FUNCIONARIO.
      *----------------------------------------------------------------*
       0210-APURAR-PERIODO SECTION.
      *----------------------------------------------------------------*
      *    SITUACAO DO FUNCIONARIO ENTRE WRK-DT-INI E WRK-DT-FIM.
           MOVE 'N' TO WRK-ATIVO-INI WRK-ATIVO-FIM
                       WRK-ADMITIDO WRK-DESLIGADO.
           IF WRK-DT-ENTRADA < WRK-DT-INI
                 AND WRK-DT-DESLIG NOT < WRK-DT-INI
              MOVE 'S' TO WRK-ATIVO-INI
           END-IF.
           IF WRK-DT-ENTRADA NOT > WRK-DT-FIM
                 AND WRK-DT-DESLIG > WRK-DT-FIM
              MOVE 'S' TO WRK-ATIVO-FIM
           END-IF.
           IF WRK-DT-ENTRADA NOT < WRK-DT-INI
                 AND WRK-DT-ENTRADA NOT > WRK-DT-FIM
              MOVE 'S' TO WRK-ADMITIDO
           END-IF.
           IF WRK-DT-DESLIG NOT < WRK-DT-INI
                 AND WRK-DT-DESLIG NOT > WRK-DT-FIM
              MOVE 'S' TO WRK-DESLIGADO
           END-IF.
      *----------------------------------------------------------------*
       0220-CALCULAR-TEMPO-CASA SECTION.
      *----------------------------------------------------------------*
      *    MESES COMPLETOS DA ADMISSAO ATE O FIM DO PERIODO.
           COMPUTE WRK-MESES-CASA =
              (WRK-ANO-FIM - FUNC-ANO-ENTRADA) * 12
              + WRK-MES-FIM - FUNC-MES-ENTRADA.
           IF WRK-MESES-CASA < ZEROS
              MOVE ZEROS TO WRK-MESES-CASA
           END-IF.
      *----------------------------------------------------------------*
       0250-SOMAR-CUSTOS SECTION.
      *----------------------------------------------------------------*
      *    CUSTO DA FOLHA = PROVENTOS MENOS FALTAS MAIS O FGTS DO
      *    EMPREGADOR, PELO DEPARTAMENTO GRAVADO NA COMPETENCIA.
           OPEN INPUT FOLHA-PAG.
           IF FOLHA-PAG-STATUS NOT = 00
              DISPLAY 'FOLHAPAG.DAT INDISPONIVEL. STATUS: '
                 FOLHA-PAG-STATUS
              DISPLAY 'RELATORIO SEGUE SEM O CUSTO DA FOLHA!'
           ELSE
              MOVE 'N' TO WRK-FIM-AUX
              PERFORM UNTIL WRK-FIM-AUX = 'S'
                 READ FOLHA-PAG
                    AT END
                       MOVE 'S' TO WRK-FIM-AUX
                    NOT AT END
                       PERFORM 0255-SOMAR-PAGAMENTO
                 END-READ
              END-PERFORM
              CLOSE FOLHA-PAG
           END-IF.
      *----------------------------------------------------------------*
       0255-SOMAR-PAGAMENTO SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-CUSTO = PAG-SALARIO-BRUTO + PAG-COMISSAO
              + PAG-HORAS-EXTRAS + PAG-FERIAS - PAG-DESC-FALTAS
              + PAG-FGTS.
           IF PAG-COMPETENCIA NOT < WRK-COMP-INI
                 AND PAG-COMPETENCIA NOT > WRK-COMP-FIM
              MOVE PAG-DEPTO TO WRK-CODIGO-BUSCA
              PERFORM 0140-BUSCAR-DEPTO
              ADD WRK-CUSTO TO WRK-DEP-CUSTO(WRK-IDX-DEPTO)
                               WRK-TOT-CUSTO
           END-IF.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                 UNTIL WRK-IDX-MES > 12
              IF PAG-COMPETENCIA = WRK-TEN-COMP(WRK-IDX-MES)
                 ADD WRK-CUSTO TO WRK-TEN-CUSTO(WRK-IDX-MES)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0300-FINALIZAR SECTION.
      *-----------------------
           MOVE WRK-COMP-INI TO WRK-REL-INI.
           MOVE WRK-COMP-FIM TO WRK-REL-FIM.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                 UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
              IF WRK-DEP-INICIO(WRK-IDX-DEPTO) > ZEROS
                    OR WRK-DEP-ADMIS(WRK-IDX-DEPTO) > ZEROS
                    OR WRK-DEP-DESLIG(WRK-IDX-DEPTO) > ZEROS
                    OR WRK-DEP-FIM(WRK-IDX-DEPTO) > ZEROS
                    OR WRK-DEP-CUSTO(WRK-IDX-DEPTO) NOT = ZEROS
                 PERFORM 0310-IMPRIMIR-DEPTO
              END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL DA EMPRESA' TO WRK-REL-NOME.
           MOVE WRK-TOT-INICIO TO WRK-REL-INICIO.
           MOVE WRK-TOT-ADMIS  TO WRK-REL-ADMIS.
           MOVE WRK-TOT-DESLIG TO WRK-REL-DESLIG.
           MOVE WRK-TOT-FIM    TO WRK-REL-QTD-FIM.
           MOVE WRK-TOT-CUSTO  TO WRK-REL-CUSTO.
           COMPUTE WRK-DIVISOR = WRK-TOT-INICIO + WRK-TOT-FIM.
           MOVE WRK-TOT-ADMIS  TO WRK-MOV-ADMIS.
           MOVE WRK-TOT-DESLIG TO WRK-MOV-DESLIG.
           PERFORM 0320-CALCULAR-TURNOVER.
           MOVE WRK-PCT-CALC TO WRK-REL-PCT.
           MOVE ZEROS TO WRK-ANOS-CALC.
           IF WRK-TOT-FIM > ZEROS
              COMPUTE WRK-ANOS-CALC ROUNDED =
                 WRK-TOT-MESES / WRK-TOT-FIM / 12
           END-IF.
           MOVE WRK-ANOS-CALC TO WRK-REL-ANOS.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC3.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC4.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                 UNTIL WRK-IDX-MES > 12
              MOVE WRK-TEN-COMP(WRK-IDX-MES)   TO WRK-REL-TEN-COMP
              MOVE WRK-TEN-INICIO(WRK-IDX-MES) TO WRK-REL-TEN-INI
              MOVE WRK-TEN-ADMIS(WRK-IDX-MES)  TO WRK-REL-TEN-ADM
              MOVE WRK-TEN-DESLIG(WRK-IDX-MES) TO WRK-REL-TEN-DES
              MOVE WRK-TEN-FIM(WRK-IDX-MES)    TO WRK-REL-TEN-FIM
              MOVE WRK-TEN-CUSTO(WRK-IDX-MES)  TO WRK-REL-TEN-CUS
              MOVE WRK-TEN-ADMIS(WRK-IDX-MES)  TO WRK-MOV-ADMIS
              MOVE WRK-TEN-DESLIG(WRK-IDX-MES) TO WRK-MOV-DESLIG
              COMPUTE WRK-DIVISOR = WRK-TEN-INICIO(WRK-IDX-MES)
                 + WRK-TEN-FIM(WRK-IDX-MES)
              PERFORM 0320-CALCULAR-TURNOVER
              MOVE WRK-PCT-CALC TO WRK-REL-TEN-PCT
              WRITE REG-RELATORIO FROM WRK-REL-TENDENCIA
           END-PERFORM.

           CLOSE FUNCIONARIOS.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'HEADCOUNT'       TO SPL-PROGRAMA.
           MOVE 'HEADCOUNT.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'FUNCIONARIOS LIDOS.: ' WRK-QTD-FUNC.
           DISPLAY 'RELATORIO GRAVADO EM HEADCOUNT.REL.'.
      *----------------------------------------------------------------*
       0310-IMPRIMIR-DEPTO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DEP-NOME(WRK-IDX-DEPTO)   TO WRK-REL-NOME.
           MOVE WRK-DEP-INICIO(WRK-IDX-DEPTO) TO WRK-REL-INICIO.
           MOVE WRK-DEP-ADMIS(WRK-IDX-DEPTO)  TO WRK-REL-ADMIS.
           MOVE WRK-DEP-DESLIG(WRK-IDX-DEPTO) TO WRK-REL-DESLIG.
           MOVE WRK-DEP-FIM(WRK-IDX-DEPTO)    TO WRK-REL-QTD-FIM.
           MOVE WRK-DEP-CUSTO(WRK-IDX-DEPTO)  TO WRK-REL-CUSTO.
           COMPUTE WRK-DIVISOR = WRK-DEP-INICIO(WRK-IDX-DEPTO)
              + WRK-DEP-FIM(WRK-IDX-DEPTO).
           MOVE WRK-DEP-ADMIS(WRK-IDX-DEPTO)  TO WRK-MOV-ADMIS.
           MOVE WRK-DEP-DESLIG(WRK-IDX-DEPTO) TO WRK-MOV-DESLIG.
           PERFORM 0320-CALCULAR-TURNOVER.
           MOVE WRK-PCT-CALC TO WRK-REL-PCT.
           MOVE ZEROS TO WRK-ANOS-CALC.
           IF WRK-DEP-FIM(WRK-IDX-DEPTO) > ZEROS
              COMPUTE WRK-ANOS-CALC ROUNDED =
                 WRK-DEP-MESES(WRK-IDX-DEPTO)
                 / WRK-DEP-FIM(WRK-IDX-DEPTO) / 12
           END-IF.
           MOVE WRK-ANOS-CALC TO WRK-REL-ANOS.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
      *----------------------------------------------------------------*
       0320-CALCULAR-TURNOVER SECTION.
      *----------------------------------------------------------------*
      *    (ADMISSOES + DESLIGAMENTOS) / 2 SOBRE A MEDIA DO QUADRO
      *    (INICIO + FIM) / 2; AS METADES SE CANCELAM. RECEBE AS
      *    MOVIMENTACOES EM WRK-MOV-ADMIS/DESLIG E O QUADRO EM
      *    WRK-DIVISOR.
           MOVE ZEROS TO WRK-PCT-CALC.
           IF WRK-DIVISOR > ZEROS
              COMPUTE WRK-PCT-CALC ROUNDED =
                 (WRK-MOV-ADMIS + WRK-MOV-DESLIG) * 100 / WRK-DIVISOR
                 ON SIZE ERROR
                    MOVE 99999,9 TO WRK-PCT-CALC
              END-COMPUTE
           END-IF.
