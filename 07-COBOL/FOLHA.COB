              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FAIXAS-IRRF-STATUS.

           SELECT DEDUCAO-DEP ASSIGN TO 'DEDDEPIRRF.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEDUCAO-DEP-STATUS.

           SELECT DEPENDENTES ASSIGN TO WRK-DEPENDENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS DEPENDENTES-STATUS
              RECORD KEY DPD-CHAVE.

           SELECT FAIXAS-INSS ASSIGN TO 'FAIXASINSS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FAIXAS-INSS-STATUS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHA-PAG-STATUS.

           SELECT FOLHA-ANT ASSIGN TO 'FOLHAPAG.ANT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHA-ANT-STATUS.

           SELECT COMISSOES ASSIGN TO 'COMISSOES.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMISSOES-STATUS.
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS DEPARTAMENTOS-STATUS
              RECORD KEY DEP-CHAVE.

           SELECT FGTS ASSIGN TO WRK-FGTS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FGTS-STATUS
              RECORD KEY FGTS-CHAVE.

           SELECT RELATORIO-FGTS ASSIGN TO 'FGTS.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-FGTS-STATUS.

           SELECT CONSIGNADO ASSIGN TO WRK-CONSIGNADO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONSIGNADO-STATUS
              RECORD KEY CSG-CHAVE.

           SELECT VALES ASSIGN TO WRK-VALES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS VALES-STATUS
              RECORD KEY VAL-CHAVE.

           SELECT ADIANT ASSIGN TO WRK-ADIANT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ADIANT-STATUS
              RECORD KEY ADT-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
          05 IRRF-ALIQUOTA      PIC 9(02)V999.
          05 IRRF-DEDUCAO       PIC 9(06)V99.

      *    DEDUCAO POR DEPENDENTE DA BASE DO IRRF, COM VIGENCIA
      *    COMO AS FAIXAS (MANTIDA PELO TABFAIXAS).
       FD DEDUCAO-DEP.
       01 DED-REG.
          05 DED-VIGENCIA       PIC 9(08).
          05 DED-VALOR          PIC 9(05)V99.

      *    DEPENDENTES DOS FUNCIONARIOS, MANTIDOS NO FUNCIONARIOS.
       FD DEPENDENTES.
       COPY 'dependentes-reg.cpy'.

      *    TABELA DE FAIXAS DO INSS, NO MESMO ESTILO EXTERNALIZADO:
      *    TETO DA FAIXA E ALIQUOTA. A CONTRIBUICAO E PROGRESSIVA
      *    (CADA FATIA DO BRUTO PAGA A ALIQUOTA DA SUA FAIXA) E PARA
          05 PAG-INSS           PIC 9(08)V99.
          05 PAG-IRRF           PIC 9(08)V99.
          05 PAG-SALARIO-LIQ    PIC 9(09)V99.
      *       FGTS DO MES: DEPOSITO DO EMPREGADOR (NAO DESCONTA DO
      *       LIQUIDO) SOBRE A BASE DA COMPETENCIA.
          05 PAG-BASE-FGTS      PIC 9(09)V99.
          05 PAG-FGTS           PIC 9(08)V99.
      *       ADIANTAMENTO QUINZENAL JA PAGO, DESCONTADO DO LIQUIDO.
          05 PAG-ADIANTAMENTO   PIC 9(08)V99.
      *       DEPENDENTES DE IR E O VALOR TIRADO DA BASE DO IRRF.
          05 PAG-QTD-DEPEND     PIC 9(02).
          05 PAG-DED-DEPEND     PIC 9(08)V99.
      *       PARCELAS DE EMPRESTIMO CONSIGNADO DESCONTADAS NO MES.
          05 PAG-CONSIGNADO     PIC 9(08)V99.
      *       COTA DO FUNCIONARIO NO VALE-TRANSPORTE E NO
      *       VALE-REFEICAO DA COMPETENCIA (CALCULADOS PELO VALES).
          05 PAG-DESC-VT        PIC 9(07)V99.
          05 PAG-DESC-VR        PIC 9(07)V99.
      *       TIPO DO PAGAMENTO: 'M' FOLHA MENSAL; '1' E '2' SAO AS
      *       PARCELAS DO 13o, GRAVADAS PELO DECIMO EM FOLHA13.DAT
      *       COM OS AVOS DO ANO.
          05 PAG-TIPO-PAGTO     PIC X(01).
          05 PAG-AVOS-13        PIC 9(02).

      *    COPIA DAS OUTRAS COMPETENCIAS DO FOLHAPAG, TIRADA ANTES DE
      *    REGRAVAR O ARQUIVO (FICA NO DISCO COMO SEGURANCA).
       FD FOLHA-ANT.
       01 ANT-REG               PIC X(198).

      *    COMISSOES A PAGAR GRAVADAS PELO COMISSAO E LIBERADAS NO
      *    COMAPROVA: A FOLHA SO CARREGA AS LINHAS 'A' (APROVADAS)

       FD DEPARTAMENTOS.
       COPY 'departamentos-reg.cpy'.

      *    DEPOSITOS DO FGTS POR MATRICULA E COMPETENCIA, A CONTA
      *    VINCULADA QUE O RESCISAO SOMA PARA A MULTA.
       FD FGTS.
       COPY 'fgts-reg.cpy'.

       FD RELATORIO-FGTS.
       01 REG-RELATORIO-FGTS    PIC X(132).

      *    EMPRESTIMOS CONSIGNADOS, CADASTRADOS NO CONSIGNADO.
       FD CONSIGNADO.
       COPY 'consignado-reg.cpy'.

      *    VALES DO MES CALCULADOS PELO VALES.
       FD VALES.
       COPY 'vales-reg.cpy'.

      *    ADIANTAMENTOS QUINZENAIS PAGOS PELO ADIANTAMENTO.
       FD ADIANT.
       COPY 'adiant-reg.cpy'.
      *------------------------
       WORKING-STORAGE       SECTION.
       COPY 'funcionarios-cfg.cpy'.
       COPY 'departamentos-cfg.cpy'.
       COPY 'ponto-cfg.cpy'.
       COPY 'ferias-cfg.cpy'.
       COPY 'fgts-cfg.cpy'.
       COPY 'adiant-cfg.cpy'.
       COPY 'dependentes-cfg.cpy'.
       COPY 'consignado-cfg.cpy'.
       COPY 'vales-cfg.cpy'.
       77  FUNCIONARIOS-STATUS PIC  9(02)        VALUE ZEROS.
       77  DEPARTAMENTOS-STATUS PIC 9(02)        VALUE ZEROS.
       77  WRK-DEPTOS-ABERTO  PIC  X(01)        VALUE 'N'.
       77  FAIXAS-IRRF-STATUS  PIC  9(02)        VALUE ZEROS.
       77  FOLHA-PAG-STATUS    PIC  9(02)        VALUE ZEROS.
       77  FOLHA-ANT-STATUS    PIC  9(02)        VALUE ZEROS.
       77  WRK-FIM-ANT        PIC  X(01)        VALUE 'N'.
       77  WRK-ANT-GRAVADO    PIC  X(01)        VALUE 'N'.
       77  WRK-FIM-ARQUIVO    PIC  X(01)        VALUE 'N'.
      *    SEM O CADASTRO DE FUNCIONARIOS NAO HA FOLHA: AS SAIDAS DA
      *    RODADA ANTERIOR NAO PODEM SER TRUNCADAS NEM O LOTE
      *    TERMINAR COMO SE TIVESSE PROCESSADO ZERO PAGAMENTOS.
       77  WRK-MESTRE-OK      PIC  X(01)        VALUE 'S'.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy): FOLHA
      *    DE COMPETENCIA JA FECHADA NAO E REPROCESSADA.
       77  WRK-PERIODO-OK     PIC  X(01)        VALUE 'S'.
       COPY 'pervalida-lnk.cpy'.
       77  WRK-FIM-FAIXAS     PIC  X(01)        VALUE 'N'.
       77  WRK-QTD-FAIXAS     PIC  9(02)        VALUE 0.
       77  WRK-VIG-IRRF       PIC  9(08)        VALUE 0.
       77  WRK-IDX-FAIXA      PIC  9(02)        VALUE 0.
      *    DEDUCAO POR DEPENDENTE VIGENTE NA DATA DA RODADA E OS
      *    DEPENDENTES DE IR DA MATRICULA, TIRADOS DA BASE ANTES DA
      *    BUSCA DA FAIXA.
       77  DEDUCAO-DEP-STATUS PIC  9(02)        VALUE ZEROS.
       77  DEPENDENTES-STATUS PIC  9(02)        VALUE ZEROS.
       77  WRK-DEPEND-ABERTO  PIC  X(01)        VALUE 'N'.
       77  WRK-VIG-DEDUCAO    PIC  9(08)        VALUE 0.
       77  WRK-VALOR-DEPEND   PIC  9(05)V99     VALUE ZEROS.
       77  WRK-QTD-DEPEND     PIC  9(02)        VALUE 0.
       77  WRK-DED-DEPEND     PIC  9(08)V99     VALUE ZEROS.
       77  WRK-FIM-DEPEND     PIC  X(01)        VALUE 'N'.
       01  WRK-TABELA-IRRF.
           05 WRK-IRRF OCCURS 20 TIMES.
              10 WRK-IRRF-TETO     PIC 9(07)V99.
           02 WRK-DIA-ATUAL  PIC  9(02)        VALUE ZEROS.
       77  WRK-COMPETENCIA    PIC  9(06)        VALUE ZEROS.
       77  RELATORIO-STATUS   PIC  9(02)        VALUE ZEROS.
      *    FGTS: 8% DA BASE DA COMPETENCIA (SALARIO, COMISSAO,
      *    EXTRAS E TERCO DE FERIAS, MENOS FALTAS -- O MESMO BRUTO DO
      *    INSS), DEPOSITADO PELO EMPREGADOR NA GUIA DO MES.
       77  FGTS-STATUS        PIC  9(02)        VALUE ZEROS.
       77  RELATORIO-FGTS-STATUS PIC 9(02)      VALUE ZEROS.
       77  WRK-FGTS-ABERTO    PIC  X(01)        VALUE 'N'.
       77  WRK-FGTS-ALIQ      PIC  9(02)V99     VALUE 8.
       77  WRK-BASE-FGTS      PIC  9(09)V99     VALUE ZEROS.
       77  WRK-FGTS-VALOR     PIC  9(08)V99     VALUE ZEROS.
       77  WRK-TOTAL-BASE-FGTS PIC 9(11)V99     VALUE ZEROS.
       77  WRK-TOTAL-FGTS     PIC  9(10)V99     VALUE ZEROS.
      *    VALE-TRANSPORTE E VALE-REFEICAO: A COTA DO FUNCIONARIO
      *    CALCULADA PELO VALES SAI DO LIQUIDO.
       77  VALES-STATUS       PIC  9(02)        VALUE ZEROS.
       77  WRK-VALES-ABERTO   PIC  X(01)        VALUE 'N'.
       77  WRK-DESC-VT        PIC  9(07)V99     VALUE ZEROS.
       77  WRK-DESC-VR        PIC  9(07)V99     VALUE ZEROS.
       77  WRK-TOTAL-VALES    PIC  9(11)V99     VALUE ZEROS.
      *    CONSIGNADO: AS PARCELAS DO MES (MAIS O QUE FICOU PENDENTE
      *    DE MESES ANTERIORES) SAEM DO LIQUIDO ATE A MARGEM LEGAL DE
      *    35%; O QUE NAO COUBE FICA PENDENTE NO CONTRATO.
       77  CONSIGNADO-STATUS  PIC  9(02)        VALUE ZEROS.
       77  WRK-CONSIG-ABERTO  PIC  X(01)        VALUE 'N'.
       77  WRK-MARGEM-PCT     PIC  9(02)V99     VALUE 35.
       77  WRK-MARGEM-CONSIG  PIC  9(09)V99     VALUE ZEROS.
       77  WRK-CONSIG-DEVIDO  PIC  9(09)V99     VALUE ZEROS.
       77  WRK-CONSIG-DESC    PIC  9(09)V99     VALUE ZEROS.
       77  WRK-CONSIG-FUNC    PIC  9(08)V99     VALUE ZEROS.
       77  WRK-TOTAL-CONSIG   PIC  9(11)V99     VALUE ZEROS.
       77  WRK-FIM-CONSIG     PIC  X(01)        VALUE 'N'.
      *    ADIANTAMENTO DA COMPETENCIA JA PAGO: SAI DO LIQUIDO (SEM
      *    DEIXA-LO NEGATIVO -- O QUE SOBRAR FICA PARA O RH ACERTAR).
       77  ADIANT-STATUS      PIC  9(02)        VALUE ZEROS.
       77  WRK-ADIANT-ABERTO  PIC  X(01)        VALUE 'N'.
       77  WRK-ADIANT-FUNC    PIC  9(08)V99     VALUE ZEROS.
       77  WRK-TOTAL-ADIANT   PIC  9(11)V99     VALUE ZEROS.

      *    FERIAS E 13O: PERIODO AQUISITIVO CORRENTE (DO ULTIMO
      *    ANIVERSARIO DE ADMISSAO ATE O PROXIMO), PRAZO LIMITE DE
              10 WRK-DEPTO-COD     PIC X(10).
              10 WRK-DEPTO-QTDE    PIC 9(06).
              10 WRK-DEPTO-13      PIC 9(11)V99.
              10 WRK-DEPTO-BASE-FGTS PIC 9(11)V99.
              10 WRK-DEPTO-FGTS    PIC 9(10)V99.

       01  WRK-REL-CABEC1.
           05 FILLER          PIC X(44) VALUE
           05 WRK-REL-DT-QTDE PIC ZZZZ9.
           05 FILLER          PIC X(15) VALUE ' PROVISAO 13O: '.
           05 WRK-REL-DT-13   PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-FGTS-CABEC1.
           05 FILLER          PIC X(44) VALUE
              'DEPOSITOS DO FGTS - COMPETENCIA: '.
           05 WRK-FGTS-COMP   PIC 9(06).

       01  WRK-FGTS-CABEC2.
           05 FILLER          PIC X(40) VALUE
              'MATR.  NOME                  DEPTO     '.
           05 FILLER          PIC X(40) VALUE
              '        BASE FGTS       DEPOSITO'.

       01  WRK-FGTS-DETALHE.
           05 WRK-FGTS-MATR   PIC 9(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-FGTS-NOME   PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-FGTS-DEPTO  PIC X(10).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-FGTS-BASE   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-FGTS-DEP    PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WRK-FGTS-DEPTO-TOT.
           05 FILLER          PIC X(07) VALUE 'DEPTO: '.
           05 WRK-FGTS-DT-COD PIC X(30).
           05 FILLER          PIC X(05) VALUE SPACES.
           05 WRK-FGTS-DT-BASE PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-FGTS-DT-DEP PIC Z.ZZZ.ZZZ.ZZ9,99.
           COPY 'MOEDAWS.COB'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
      *----------------------
           PERFORM 0050-CONFERIR-PERIODO.
           IF WRK-PERIODO-OK = 'S'
              PERFORM 0100-INICIAR
              PERFORM 0200-PROCESSAR UNTIL WRK-FIM-ARQUIVO = 'S'
              PERFORM 0300-FINALIZAR
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0050-CONFERIR-PERIODO SECTION.
      *-----------------------------
      *    A FOLHA E SEMPRE DA COMPETENCIA CORRENTE; COM ELA FECHADA
      *    NO PERIODOS NADA E GRAVADO.
           MOVE 'F'   TO PEV-MODULO.
           MOVE ZEROS TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.
           IF PEV-RETORNO NOT = 'A'
              MOVE 'N' TO WRK-PERIODO-OK
              DISPLAY 'FOLHA NAO PROCESSADA: COMPETENCIA '
                 PEV-DATA-ATUAL(1:6) ' FECHADA.'
              MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ELSE
              PERFORM 0120-CARREGAR-FAIXAS-IRRF
              PERFORM 0125-CARREGAR-FAIXAS-INSS
              PERFORM 0127-CARREGAR-DEDUCAO-DEP
              PERFORM 0130-CARREGAR-COMISSOES
              ACCEPT WRK-PONTO-PATH FROM ENVIRONMENT 'PONTO_DAT'
              IF WRK-PONTO-PATH = SPACES
              IF FERIAS-STATUS = 00
                 MOVE 'S' TO WRK-FERIAS-ABERTO
              END-IF
              PERFORM 0150-ABRIR-FOLHA-PAG
              OPEN OUTPUT RELATORIO
              MOVE WRK-COMPETENCIA TO WRK-REL-COMP
              WRITE REG-RELATORIO FROM WRK-REL-CABEC1
              IF DEPARTAMENTOS-STATUS = 00
                 MOVE 'S' TO WRK-DEPTOS-ABERTO
              END-IF
              PERFORM 0140-ABRIR-FGTS
              ACCEPT WRK-ADIANT-PATH FROM ENVIRONMENT 'ADIANT_DAT'
              IF WRK-ADIANT-PATH = SPACES
                 MOVE WRK-ADIANT-PATH-PADRAO TO WRK-ADIANT-PATH
              END-IF
              ACCEPT WRK-CONSIGNADO-PATH FROM ENVIRONMENT
                 'CONSIGNADO_DAT'
              IF WRK-CONSIGNADO-PATH = SPACES
                 MOVE WRK-CONSIGNADO-PATH-PADRAO
                    TO WRK-CONSIGNADO-PATH
              END-IF
              ACCEPT WRK-VALES-PATH FROM ENVIRONMENT 'VALES_DAT'
              IF WRK-VALES-PATH = SPACES
                 MOVE WRK-VALES-PATH-PADRAO TO WRK-VALES-PATH
              END-IF
      *       SEM O CALCULO DOS VALES NAO HA COTA A DESCONTAR.
              OPEN I-O VALES
              IF VALES-STATUS = 00
                 MOVE 'S' TO WRK-VALES-ABERTO
              END-IF
      *       SEM O CADASTRO DE CONSIGNADOS NAO HA PARCELA A DESCONTAR.
              OPEN I-O CONSIGNADO
              IF CONSIGNADO-STATUS = 00
                 MOVE 'S' TO WRK-CONSIG-ABERTO
              END-IF
      *       SEM O ARQUIVO DE ADIANTAMENTOS NINGUEM FOI ADIANTADO.
              OPEN I-O ADIANT
              IF ADIANT-STATUS = 00
                 MOVE 'S' TO WRK-ADIANT-ABERTO
              END-IF
              PERFORM 0110-LER-FUNCIONARIO
           END-IF.
      *----------------------------------------------------------------*
              END-PERFORM
              CLOSE FAIXAS-INSS
           END-IF.
      *----------------------------------------------------------------*
       0127-CARREGAR-DEDUCAO-DEP SECTION.
      *----------------------------------------------------------------*
      *    VALOR POR DEPENDENTE DA MAIOR VIGENCIA QUE NAO PASSE DA
      *    DATA DA RODADA. SEM A TABELA OU SEM OS DEPENDENTES, A
      *    BASE DO IRRF FICA SEM A DEDUCAO, COMO ERA.
           MOVE ZEROS TO WRK-VIG-DEDUCAO WRK-VALOR-DEPEND.
           OPEN INPUT DEDUCAO-DEP.
           IF DEDUCAO-DEP-STATUS NOT = 00
              DISPLAY 'AVISO: DEDDEPIRRF.DAT INDISPONIVEL. STATUS: '
                 DEDUCAO-DEP-STATUS
              DISPLAY 'FOLHA SEGUE SEM DEDUCAO POR DEPENDENTE!'
           ELSE
              PERFORM UNTIL DEDUCAO-DEP-STATUS NOT = 00
                 READ DEDUCAO-DEP
                    AT END
                       CONTINUE
                    NOT AT END
                       IF DED-VIGENCIA NOT > WRK-DATA-ATUAL
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
       0130-CARREGAR-COMISSOES SECTION.
      *----------------------------------------------------------------*
           IF WRK-IDX-COMIS <= WRK-QTD-COMIS
              ADD COMIS-VALOR TO WRK-COM-VALOR(WRK-IDX-COMIS)
           END-IF.
      *----------------------------------------------------------------*
       0140-ABRIR-FGTS SECTION.
      *----------------------------------------------------------------*
      *    SEM O ARQUIVO DE DEPOSITOS A FOLHA SEGUE: O FGTS SAI NO
      *    PAGAMENTO E NO FGTS.REL, SO A CONTA VINCULADA NAO E
      *    ATUALIZADA (AVISO NO CONSOLE).
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
              DISPLAY 'DEPOSITOS DO MES NAO ENTRAM NA CONTA VINCULADA!'
           END-IF.

           OPEN OUTPUT RELATORIO-FGTS.
           MOVE WRK-COMPETENCIA TO WRK-FGTS-COMP.
           WRITE REG-RELATORIO-FGTS FROM WRK-FGTS-CABEC1.
           MOVE SPACES TO REG-RELATORIO-FGTS.
           WRITE REG-RELATORIO-FGTS.
           WRITE REG-RELATORIO-FGTS FROM WRK-FGTS-CABEC2.
      *----------------------------------------------------------------*
       0150-ABRIR-FOLHA-PAG SECTION.
      *----------------------------------------------------------------*
      *    O FOLHAPAG GUARDA O HISTORICO DE TODAS AS COMPETENCIAS (O
      *    INFORME, O DECIMO E O HEADCOUNT LEEM O ANO INTEIRO). AS
      *    OUTRAS COMPETENCIAS SAO COPIADAS PARA FOLHAPAG.ANT E
      *    DEVOLVIDAS AO ARQUIVO, QUE SEGUE ABERTO PARA A COMPETENCIA
      *    CORRENTE: FOLHA REPROCESSADA NO MES SUBSTITUI AS LINHAS DA
      *    RODADA ANTERIOR, SEM DUPLICAR.
           MOVE 'N' TO WRK-ANT-GRAVADO.
           OPEN INPUT FOLHA-PAG.
           IF FOLHA-PAG-STATUS = 00
              OPEN OUTPUT FOLHA-ANT
           END-IF.
      *    SEM ONDE GUARDAR A COPIA O HISTORICO NAO PODE SER
      *    TRUNCADO: A COMPETENCIA VAI NO FIM DO ARQUIVO E O AVISO
      *    PEDE A LIMPEZA DA RODADA ANTERIOR, SE HOUVER.
           IF FOLHA-PAG-STATUS = 00 AND FOLHA-ANT-STATUS NOT = 00
              DISPLAY 'FOLHAPAG.ANT INDISPONIVEL. STATUS: '
                 FOLHA-ANT-STATUS
              DISPLAY 'FOLHAPAG.DAT ABERTO EM EXTEND: CONFIRA SE A '
                 'COMPETENCIA NAO FICOU DUPLICADA!'
              CLOSE FOLHA-PAG
              OPEN EXTEND FOLHA-PAG
           ELSE
              PERFORM 0155-REGRAVAR-FOLHA-PAG
           END-IF.
      *----------------------------------------------------------------*
       0155-REGRAVAR-FOLHA-PAG SECTION.
      *----------------------------------------------------------------*
           IF FOLHA-PAG-STATUS = 00
              MOVE 'S' TO WRK-ANT-GRAVADO
              MOVE 'N' TO WRK-FIM-ANT
              PERFORM UNTIL WRK-FIM-ANT = 'S'
                 READ FOLHA-PAG
                    AT END
                       MOVE 'S' TO WRK-FIM-ANT
                    NOT AT END
                       IF PAG-COMPETENCIA NOT = WRK-COMPETENCIA
                          WRITE ANT-REG FROM PAG-REG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOLHA-ANT
              CLOSE FOLHA-PAG
           END-IF.

           OPEN OUTPUT FOLHA-PAG.
           IF WRK-ANT-GRAVADO = 'S'
              OPEN INPUT FOLHA-ANT
              MOVE 'N' TO WRK-FIM-ANT
              PERFORM UNTIL WRK-FIM-ANT = 'S'
                 READ FOLHA-ANT
                    AT END
                       MOVE 'S' TO WRK-FIM-ANT
                    NOT AT END
                       WRITE PAG-REG FROM ANT-REG
                 END-READ
              END-PERFORM
              CLOSE FOLHA-ANT
           END-IF.
      *----------------------------------------------------------------*
       0200-PROCESSAR SECTION.
      *----------------------------------------------------------------*
              PERFORM 0209-APURAR-FERIAS
              PERFORM 0208-CALCULAR-INSS
              PERFORM 0210-CALCULAR-IRRF
              PERFORM 0216-DESCONTAR-VALES
              PERFORM 0213-DESCONTAR-CONSIGNADO
              PERFORM 0212-DESCONTAR-ADIANTAMENTO
              PERFORM 0215-CALCULAR-FGTS
              PERFORM 0220-GRAVAR-PAGAMENTO
              PERFORM 0225-GRAVAR-FGTS
              PERFORM 0230-CALCULAR-FERIAS
              PERFORM 0240-CALCULAR-13
              PERFORM 0250-GRAVAR-LINHA-RELATORIO
      *    COMPETENCIA MENOS A CONTRIBUICAO. A FAIXA E A PRIMEIRA
      *    CUJO TETO COMPORTA A BASE; ACIMA DO ULTIMO TETO VALE A
      *    ULTIMA FAIXA ("EM DIANTE"), COMO NA TABELA DE AUMENTOS.
      *    CADA DEPENDENTE DE IR TIRA O VALOR VIGENTE DA BASE, QUE
      *    NAO FICA NEGATIVA.
           COMPUTE WRK-BASE-IRRF =
              WRK-BRUTO-TOTAL - WRK-INSS-VALOR.
           PERFORM 0211-CONTAR-DEPENDENTES.
           COMPUTE WRK-DED-DEPEND =
              WRK-QTD-DEPEND * WRK-VALOR-DEPEND.
           IF WRK-DED-DEPEND > WRK-BASE-IRRF
              MOVE ZEROS TO WRK-BASE-IRRF
           ELSE
              SUBTRACT WRK-DED-DEPEND FROM WRK-BASE-IRRF
           END-IF.
           MOVE ZEROS TO WRK-ALIQUOTA WRK-DEDUCAO WRK-IRRF-VALOR.
           MOVE 'N'   TO WRK-ACHOU-FAIXA.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
           END-IF.
           COMPUTE WRK-SALARIO-LIQ =
              WRK-BRUTO-TOTAL - WRK-INSS-VALOR - WRK-IRRF-VALOR.
      *----------------------------------------------------------------*
       0211-CONTAR-DEPENDENTES SECTION.
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
       0212-DESCONTAR-ADIANTAMENTO SECTION.
      *----------------------------------------------------------------*
      *    O ADIANTAMENTO PAGO NA COMPETENCIA SAI DO LIQUIDO E FICA
      *    MARCADO COMO DESCONTADO. FOLHA REPROCESSADA NO MES
      *    DESCONTA DE NOVO, POIS A COMPETENCIA E REGRAVADA INTEIRA
      *    NO FOLHAPAG.
           MOVE ZEROS TO WRK-ADIANT-FUNC.
           IF WRK-ADIANT-ABERTO = 'S'
              MOVE FUNC-MATRICULA  TO ADT-MATRICULA
              MOVE WRK-COMPETENCIA TO ADT-COMPETENCIA
              READ ADIANT
                 INVALID KEY
                    CONTINUE
              END-READ
              IF ADIANT-STATUS = 00
                 IF ADT-VALOR > WRK-SALARIO-LIQ
                    MOVE WRK-SALARIO-LIQ TO WRK-ADIANT-FUNC
                    DISPLAY 'ADIANTAMENTO MAIOR QUE O LIQUIDO: '
                       'MATRICULA ' FUNC-MATRICULA
                 ELSE
                    MOVE ADT-VALOR TO WRK-ADIANT-FUNC
                 END-IF
                 SUBTRACT WRK-ADIANT-FUNC FROM WRK-SALARIO-LIQ
                 MOVE 'D' TO ADT-SITUACAO
                 REWRITE ADT-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0213-DESCONTAR-CONSIGNADO SECTION.
      *----------------------------------------------------------------*
      *    A MARGEM E 35% DO LIQUIDO (APOS INSS, IRRF E VALES). CADA
      *    CONTRATO ATIVO COBRA A PARCELA DO MES (A PARTIR DA PRIMEIRA
      *    COMPETENCIA, ATE A ULTIMA PARCELA) MAIS O PENDENTE; OS
      *    CONTRATOS SAO ATENDIDOS NA ORDEM DA CHAVE ATE A MARGEM
      *    ACABAR. FOLHA REPROCESSADA NA COMPETENCIA PRIMEIRO DESFAZ
      *    O QUE A RODADA ANTERIOR GRAVOU NO CONTRATO.
           MOVE ZEROS TO WRK-CONSIG-FUNC.
           IF WRK-CONSIG-ABERTO = 'S'
              COMPUTE WRK-MARGEM-CONSIG =
                 WRK-SALARIO-LIQ * WRK-MARGEM-PCT / 100
              MOVE 'N' TO WRK-FIM-CONSIG
              MOVE FUNC-MATRICULA TO CSG-MATRICULA
              MOVE SPACES         TO CSG-CONTRATO
              START CONSIGNADO KEY IS NOT LESS THAN CSG-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-CONSIG
              END-START
              PERFORM UNTIL WRK-FIM-CONSIG = 'S'
                 READ CONSIGNADO NEXT
                    AT END
                       MOVE 'S' TO WRK-FIM-CONSIG
                 END-READ
                 IF WRK-FIM-CONSIG NOT = 'S'
                    IF CSG-MATRICULA NOT = FUNC-MATRICULA
                       MOVE 'S' TO WRK-FIM-CONSIG
                    ELSE
                       PERFORM 0214-COBRAR-CONTRATO
                    END-IF
                 END-IF
              END-PERFORM
              SUBTRACT WRK-CONSIG-FUNC FROM WRK-SALARIO-LIQ
           END-IF.
      *----------------------------------------------------------------*
       0214-COBRAR-CONTRATO SECTION.
      *----------------------------------------------------------------*
           IF CSG-SITUACAO NOT = 'R'
              IF CSG-ULT-COMPETENCIA = WRK-COMPETENCIA
                 MOVE CSG-ANT-VENCIDAS TO CSG-PARCELAS-VENCIDAS
                 MOVE CSG-ANT-PENDENTE TO CSG-SALDO-PENDENTE
                 SUBTRACT CSG-ULT-DESCONTO FROM CSG-TOTAL-DESCONTADO
                 MOVE 'A' TO CSG-SITUACAO
              END-IF
           END-IF.
           IF CSG-SITUACAO = 'A'
              MOVE CSG-PARCELAS-VENCIDAS TO CSG-ANT-VENCIDAS
              MOVE CSG-SALDO-PENDENTE    TO CSG-ANT-PENDENTE
              MOVE WRK-COMPETENCIA       TO CSG-ULT-COMPETENCIA
              MOVE CSG-SALDO-PENDENTE    TO WRK-CONSIG-DEVIDO
              IF WRK-COMPETENCIA NOT < CSG-PRIMEIRA-COMP
                    AND CSG-PARCELAS-VENCIDAS < CSG-QTD-PARCELAS
                 ADD 1 TO CSG-PARCELAS-VENCIDAS
                 ADD CSG-VALOR-PARCELA TO WRK-CONSIG-DEVIDO
              END-IF
              IF WRK-CONSIG-DEVIDO > WRK-MARGEM-CONSIG
                 MOVE WRK-MARGEM-CONSIG TO WRK-CONSIG-DESC
                 DISPLAY 'CONSIGNADO ACIMA DA MARGEM: MATRICULA '
                    FUNC-MATRICULA ' CONTRATO ' CSG-CONTRATO
              ELSE
                 MOVE WRK-CONSIG-DEVIDO TO WRK-CONSIG-DESC
              END-IF
              SUBTRACT WRK-CONSIG-DESC FROM WRK-MARGEM-CONSIG
              COMPUTE CSG-SALDO-PENDENTE =
                 WRK-CONSIG-DEVIDO - WRK-CONSIG-DESC
              ADD WRK-CONSIG-DESC  TO CSG-TOTAL-DESCONTADO
              MOVE WRK-CONSIG-DESC TO CSG-ULT-DESCONTO
              ADD WRK-CONSIG-DESC  TO WRK-CONSIG-FUNC
              IF CSG-PARCELAS-VENCIDAS = CSG-QTD-PARCELAS
                    AND CSG-SALDO-PENDENTE = ZEROS
                 MOVE 'Q' TO CSG-SITUACAO
              END-IF
              REWRITE CSG-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------*
       0216-DESCONTAR-VALES SECTION.
      *----------------------------------------------------------------*
      *    A COTA DO VT (JA LIMITADA A 6% DO SALARIO) E A DO VR SAEM
      *    DO LIQUIDO, NUNCA ALEM DELE; O CALCULO FICA MARCADO 'D'
      *    PARA O VALES NAO RECALCULAR O QUE A FOLHA JA DESCONTOU.
           MOVE ZEROS TO WRK-DESC-VT WRK-DESC-VR.
           IF WRK-VALES-ABERTO = 'S'
              MOVE FUNC-MATRICULA  TO VAL-MATRICULA
              MOVE WRK-COMPETENCIA TO VAL-COMPETENCIA
              READ VALES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF VALES-STATUS = 00
                 MOVE VAL-VT-DESCONTO TO WRK-DESC-VT
                 MOVE VAL-VR-DESCONTO TO WRK-DESC-VR
                 IF WRK-DESC-VT > WRK-SALARIO-LIQ
                    MOVE WRK-SALARIO-LIQ TO WRK-DESC-VT
                 END-IF
                 SUBTRACT WRK-DESC-VT FROM WRK-SALARIO-LIQ
                 IF WRK-DESC-VR > WRK-SALARIO-LIQ
                    MOVE WRK-SALARIO-LIQ TO WRK-DESC-VR
                 END-IF
                 SUBTRACT WRK-DESC-VR FROM WRK-SALARIO-LIQ
                 MOVE 'D' TO VAL-SITUACAO
                 REWRITE VAL-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0215-CALCULAR-FGTS SECTION.
      *----------------------------------------------------------------*
      *    A BASE DO FGTS E O BRUTO DA COMPETENCIA JA COM EXTRAS,
      *    FERIAS E FALTAS; NAO HA TETO. O DEPOSITO NAO SAI DO
      *    LIQUIDO DO FUNCIONARIO.
           MOVE WRK-BRUTO-TOTAL TO WRK-BASE-FGTS.
           COMPUTE WRK-FGTS-VALOR ROUNDED =
              WRK-BASE-FGTS * WRK-FGTS-ALIQ / 100.
      *----------------------------------------------------------------*
       0220-GRAVAR-PAGAMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-INSS-VALOR   TO PAG-INSS.
           MOVE WRK-IRRF-VALOR   TO PAG-IRRF.
           MOVE WRK-SALARIO-LIQ  TO PAG-SALARIO-LIQ.
           MOVE WRK-BASE-FGTS    TO PAG-BASE-FGTS.
           MOVE WRK-FGTS-VALOR   TO PAG-FGTS.
           MOVE WRK-ADIANT-FUNC  TO PAG-ADIANTAMENTO.
           MOVE WRK-QTD-DEPEND   TO PAG-QTD-DEPEND.
           MOVE WRK-DED-DEPEND   TO PAG-DED-DEPEND.
           MOVE WRK-CONSIG-FUNC  TO PAG-CONSIGNADO.
           MOVE WRK-DESC-VT      TO PAG-DESC-VT.
           MOVE WRK-DESC-VR      TO PAG-DESC-VR.
           MOVE 'M'              TO PAG-TIPO-PAGTO.
           MOVE ZEROS            TO PAG-AVOS-13.
           WRITE PAG-REG.
           ADD 1 TO WRK-QTD-PAGOS.
           ADD WRK-BRUTO-TOTAL TO WRK-TOTAL-BRUTO.
           ADD WRK-INSS-VALOR  TO WRK-TOTAL-INSS.
           ADD WRK-IRRF-VALOR  TO WRK-TOTAL-IRRF.
           ADD WRK-SALARIO-LIQ TO WRK-TOTAL-LIQUIDO.
           ADD WRK-ADIANT-FUNC TO WRK-TOTAL-ADIANT.
           ADD WRK-CONSIG-FUNC TO WRK-TOTAL-CONSIG.
           ADD WRK-DESC-VT WRK-DESC-VR TO WRK-TOTAL-VALES.
           ADD WRK-BASE-FGTS   TO WRK-TOTAL-BASE-FGTS.
           ADD WRK-FGTS-VALOR  TO WRK-TOTAL-FGTS.

           DISPLAY 'MATRICULA: ' FUNC-MATRICULA ' ' FUNC-NOME.
           MOVE WRK-BRUTO-TOTAL TO WRK-VALOR-EDITADO.
           DISPLAY '  INSS...: ' WRK-VALOR-EDITADO.
           MOVE WRK-IRRF-VALOR TO WRK-VALOR-EDITADO.
           DISPLAY '  IRRF...: ' WRK-VALOR-EDITADO.
           MOVE WRK-DED-DEPEND TO WRK-VALOR-EDITADO.
           DISPLAY '  DEPEND.: ' WRK-VALOR-EDITADO
              ' (' WRK-QTD-DEPEND ')'.
           MOVE WRK-DESC-VT TO WRK-VALOR-EDITADO.
           DISPLAY '  VT.....: ' WRK-VALOR-EDITADO.
           MOVE WRK-DESC-VR TO WRK-VALOR-EDITADO.
           DISPLAY '  VR.....: ' WRK-VALOR-EDITADO.
           MOVE WRK-CONSIG-FUNC TO WRK-VALOR-EDITADO.
           DISPLAY '  CONSIG.: ' WRK-VALOR-EDITADO.
           MOVE WRK-ADIANT-FUNC TO WRK-VALOR-EDITADO.
           DISPLAY '  ADIANT.: ' WRK-VALOR-EDITADO.
           MOVE WRK-SALARIO-LIQ TO WRK-VALOR-EDITADO.
           DISPLAY '  LIQUIDO: ' WRK-VALOR-EDITADO.
           MOVE WRK-FGTS-VALOR TO WRK-VALOR-EDITADO.
           DISPLAY '  FGTS...: ' WRK-VALOR-EDITADO.
      *----------------------------------------------------------------*
       0225-GRAVAR-FGTS SECTION.
      *----------------------------------------------------------------*
      *    DEPOSITO DA COMPETENCIA NA CONTA VINCULADA: FOLHA
      *    REPROCESSADA NO MES REGRAVA O MESMO REGISTRO, SEM SOMAR
      *    DUAS VEZES.
           IF WRK-FGTS-ABERTO = 'S'
              MOVE FUNC-MATRICULA  TO FGTS-MATRICULA
              MOVE WRK-COMPETENCIA TO FGTS-COMPETENCIA
              MOVE FUNC-DEPTO      TO FGTS-DEPTO
              MOVE WRK-BASE-FGTS   TO FGTS-BASE
              MOVE WRK-FGTS-VALOR  TO FGTS-DEPOSITO
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

           MOVE FUNC-MATRICULA TO WRK-FGTS-MATR.
           MOVE FUNC-NOME      TO WRK-FGTS-NOME.
           MOVE FUNC-DEPTO     TO WRK-FGTS-DEPTO.
           MOVE WRK-BASE-FGTS  TO WRK-FGTS-BASE.
           MOVE WRK-FGTS-VALOR TO WRK-FGTS-DEP.
           WRITE REG-RELATORIO-FGTS FROM WRK-FGTS-DETALHE.
      *----------------------------------------------------------------*
       0230-CALCULAR-FERIAS SECTION.
      *----------------------------------------------------------------*
              IF WRK-DEPTO-COD(WRK-IDX-DEPTO) = FUNC-DEPTO
                 ADD 1 TO WRK-DEPTO-QTDE(WRK-IDX-DEPTO)
                 ADD WRK-VALOR-13 TO WRK-DEPTO-13(WRK-IDX-DEPTO)
                 ADD WRK-BASE-FGTS
                    TO WRK-DEPTO-BASE-FGTS(WRK-IDX-DEPTO)
                 ADD WRK-FGTS-VALOR TO WRK-DEPTO-FGTS(WRK-IDX-DEPTO)
                 MOVE 'S' TO WRK-ACHOU-DEPTO
              END-IF
           END-PERFORM.
              MOVE FUNC-DEPTO   TO WRK-DEPTO-COD(WRK-QTD-DEPTOS)
              MOVE 1            TO WRK-DEPTO-QTDE(WRK-QTD-DEPTOS)
              MOVE WRK-VALOR-13 TO WRK-DEPTO-13(WRK-QTD-DEPTOS)
              MOVE WRK-BASE-FGTS
                 TO WRK-DEPTO-BASE-FGTS(WRK-QTD-DEPTOS)
              MOVE WRK-FGTS-VALOR TO WRK-DEPTO-FGTS(WRK-QTD-DEPTOS)
           END-IF.
      *----------------------------------------------------------------*
       0300-FINALIZAR SECTION.
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO-FGTS.
           WRITE REG-RELATORIO-FGTS.
      *    OS TOTAIS POR DEPARTAMENTO SAEM COM O NOME COMPLETO DO
      *    CADASTRO DE DEPARTAMENTOS, NAO SO COM O CODIGO.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
              MOVE WRK-DEPTO-QTDE(WRK-IDX-DEPTO) TO WRK-REL-DT-QTDE
              MOVE WRK-DEPTO-13(WRK-IDX-DEPTO)   TO WRK-REL-DT-13
              WRITE REG-RELATORIO FROM WRK-REL-DEPTO-TOT
              MOVE WRK-REL-DT-COD TO WRK-FGTS-DT-COD
              MOVE WRK-DEPTO-BASE-FGTS(WRK-IDX-DEPTO)
                 TO WRK-FGTS-DT-BASE
              MOVE WRK-DEPTO-FGTS(WRK-IDX-DEPTO) TO WRK-FGTS-DT-DEP
              WRITE REG-RELATORIO-FGTS FROM WRK-FGTS-DEPTO-TOT
           END-PERFORM.
      *    TOTAL GERAL = VALOR DA GUIA DE RECOLHIMENTO DO MES.
           MOVE SPACES TO REG-RELATORIO-FGTS.
           WRITE REG-RELATORIO-FGTS.
           MOVE 'TOTAL DA GUIA' TO WRK-FGTS-DT-COD.
           MOVE WRK-TOTAL-BASE-FGTS TO WRK-FGTS-DT-BASE.
           MOVE WRK-TOTAL-FGTS      TO WRK-FGTS-DT-DEP.
           WRITE REG-RELATORIO-FGTS FROM WRK-FGTS-DEPTO-TOT.
           CLOSE RELATORIO-FGTS.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'FOLHA'           TO SPL-PROGRAMA.
           MOVE 'FGTS.REL'        TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           IF WRK-FGTS-ABERTO = 'S'
              CLOSE FGTS
           END-IF.
           IF WRK-ADIANT-ABERTO = 'S'
              CLOSE ADIANT
           END-IF.
           IF WRK-CONSIG-ABERTO = 'S'
              CLOSE CONSIGNADO
           END-IF.
           IF WRK-VALES-ABERTO = 'S'
              CLOSE VALES
           END-IF.
           IF WRK-DEPEND-ABERTO = 'S'
              CLOSE DEPENDENTES
           END-IF.
           IF WRK-DEPTOS-ABERTO = 'S'
              CLOSE DEPARTAMENTOS
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'FOLHA'           TO SPL-PROGRAMA.
           MOVE 'FERIAS13.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE FUNCIONARIOS.
           CLOSE FOLHA-PAG.
           IF WRK-PONTO-ABERTO = 'S'
           END-IF.
           DISPLAY ' ######   FOLHA DE PAGAMENTO FINALIZADA  ###### '.
           DISPLAY 'FERIAS/13O GRAVADOS EM FERIAS13.REL'.
           DISPLAY 'FGTS POR DEPARTAMENTO GRAVADO EM FGTS.REL'.
           DISPLAY 'COMPETENCIA..........: ' WRK-COMPETENCIA.
           DISPLAY 'FUNCIONARIOS LIDOS...: ' WRK-QTD-LIDOS.
           DISPLAY 'PAGAMENTOS GRAVADOS..: ' WRK-QTD-PAGOS.
           DISPLAY 'TOTAL INSS...........: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOTAL-IRRF TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL IRRF...........: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOTAL-VALES TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL VALES (VT+VR)..: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOTAL-CONSIG TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL CONSIGNADOS....: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOTAL-ADIANT TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL ADIANTAMENTOS..: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL LIQUIDO........: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOTAL-FGTS TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL FGTS (GUIA)....: ' WRK-VALOR-EDITADO.
      *----------------------------------------------------------------*
