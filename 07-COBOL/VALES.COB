      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: COMPRA MENSAL DE VALE-TRANSPORTE E VALE-REFEICAO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    PARA A COMPETENCIA INFORMADA, CONTA OS DIAS UTEIS DO MES
      *    PELA ROTINA COMUM DIAUTIL (FIM DE SEMANA E FERIADOS.DAT
      *    FORA) E, PARA CADA FUNCIONARIO ATIVO OPTANTE EM
      *    BENEFICIOS.DAT, TIRA OS DIAS UTEIS EM FERIAS (FERIAS.DAT,
      *    AGENDADAS OU GOZADAS) E AS FALTAS DO PONTO (PONTO.DAT, EM
      *    DIAS DE 8 HORAS). OS DIAS DE BENEFICIO DAO A COMPRA:
      *       VT = DIAS X CUSTO DIARIO; DESCONTO = 6% DO SALARIO,
      *            LIMITADO AO VALOR COMPRADO;
      *       VR = DIAS X VALOR DIARIO; DESCONTO = PERCENTUAL DO
      *            CADASTRO SOBRE O VALOR COMPRADO.
      *    O RESULTADO VAI PARA VALES.DAT (MATRICULA + COMPETENCIA),
      *    DE ONDE A FOLHA TIRA OS DESCONTOS. RODAR DE NOVO NO MES
      *    RECALCULA, MENOS QUEM A FOLHA JA DESCONTOU. O PEDIDO AOS
      *    FORNECEDORES SAI EM VALES.REL, COM O TOTAL DE CADA VALE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. VALES.
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

           SELECT BENEFICIOS ASSIGN TO WRK-BENEFICIOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS BENEFICIOS-STATUS
              RECORD KEY BEN-CHAVE.

           SELECT FERIAS ASSIGN TO WRK-FERIAS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FERIAS-STATUS
              RECORD KEY FER-CHAVE.

           SELECT PONTO ASSIGN TO WRK-PONTO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PONTO-STATUS
              RECORD KEY PON-CHAVE.

           SELECT VALES ASSIGN TO WRK-VALES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS VALES-STATUS
              RECORD KEY VAL-CHAVE.

           SELECT RELATORIO ASSIGN TO 'VALES.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD FUNCIONARIOS.
       COPY 'funcionarios-reg.cpy'.

       FD BENEFICIOS.
       COPY 'beneficios-reg.cpy'.

       FD FERIAS.
       COPY 'ferias-reg.cpy'.

       FD PONTO.
       COPY 'ponto-reg.cpy'.

       FD VALES.
       COPY 'vales-reg.cpy'.

       FD RELATORIO.
       01 REG-RELATORIO         PIC X(132).
      *------------------------
       WORKING-STORAGE       SECTION.
       COPY 'funcionarios-cfg.cpy'.
       COPY 'beneficios-cfg.cpy'.
       COPY 'ferias-cfg.cpy'.
       COPY 'ponto-cfg.cpy'.
       COPY 'vales-cfg.cpy'.
       77  FUNCIONARIOS-STATUS PIC  9(02)        VALUE ZEROS.
       77  BENEFICIOS-STATUS  PIC  9(02)        VALUE ZEROS.
       77  FERIAS-STATUS      PIC  9(02)        VALUE ZEROS.
       77  PONTO-STATUS       PIC  9(02)        VALUE ZEROS.
       77  VALES-STATUS       PIC  9(02)        VALUE ZEROS.
       77  RELATORIO-STATUS   PIC  9(02)        VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC  X(01)        VALUE 'N'.
       77  WRK-ARQS-ABERTOS   PIC  X(01)        VALUE 'N'.
       77  WRK-FERIAS-ABERTO  PIC  X(01)        VALUE 'N'.
       77  WRK-PONTO-ABERTO   PIC  X(01)        VALUE 'N'.
       77  WRK-FIM-FER        PIC  X(01)        VALUE 'N'.
       77  WRK-COMPETENCIA    PIC  9(06)        VALUE ZEROS.
      *    DESCONTO LEGAL DO VALE-TRANSPORTE E JORNADA DIARIA USADA
      *    PARA CONVERTER AS HORAS DE FALTA DO PONTO EM DIAS.
       77  WRK-VT-PCT         PIC  9(02)V99     VALUE 6.
       77  WRK-JORNADA-DIA    PIC  9(02)        VALUE 8.
       77  WRK-DATA-AUX       PIC  9(08)        VALUE ZEROS.
       77  WRK-DATA-UTIL      PIC  9(08)        VALUE ZEROS.
       77  WRK-MES-INI-INT    PIC  9(08)        VALUE ZEROS.
       77  WRK-MES-FIM-INT    PIC  9(08)        VALUE ZEROS.
       77  WRK-DIA-INT        PIC  9(08)        VALUE ZEROS.
       77  WRK-FER-INI-INT    PIC  9(08)        VALUE ZEROS.
       77  WRK-FER-FIM-INT    PIC  9(08)        VALUE ZEROS.
       77  WRK-IDX-DIA        PIC  9(02)        VALUE ZEROS.
       77  WRK-DIAS-UTEIS     PIC  9(02)        VALUE ZEROS.
       77  WRK-DIAS-FERIAS    PIC  9(02)        VALUE ZEROS.
       77  WRK-DIAS-FALTA     PIC  9(02)        VALUE ZEROS.
       77  WRK-DIAS-CALC      PIC S9(03)        VALUE ZEROS.
       77  WRK-LIMITE-VT      PIC  9(07)V99     VALUE ZEROS.
       77  WRK-QTD-CALCULADOS PIC  9(06)        VALUE 0.
       77  WRK-QTD-JA-DESC    PIC  9(06)        VALUE 0.
       77  WRK-TOTAL-VT       PIC  9(09)V99     VALUE ZEROS.
       77  WRK-TOTAL-VT-DESC  PIC  9(09)V99     VALUE ZEROS.
       77  WRK-TOTAL-VR       PIC  9(09)V99     VALUE ZEROS.
       77  WRK-TOTAL-VR-DESC  PIC  9(09)V99     VALUE ZEROS.
       01  WRK-COMP-ED.
           02 WRK-ANO-COMP    PIC  9(04)        VALUE ZEROS.
           02 WRK-MES-COMP    PIC  9(02)        VALUE ZEROS.

      *    DIAS DO MES: 'S' = DIA UTIL PELA DIAUTIL.
       01  WRK-CALENDARIO.
           05 WRK-DIA-UTIL    PIC  X(01) OCCURS 31 TIMES.

       01  WRK-REL-CABEC1.
           05 FILLER          PIC X(31) VALUE
              'PEDIDO DE VALES - COMPETENCIA: '.
           05 WRK-REL-COMP    PIC 9(06).
           05 FILLER          PIC X(16) VALUE '   DIAS UTEIS: '.
           05 WRK-REL-UTEIS   PIC Z9.

       01  WRK-REL-CABEC2.
           05 FILLER          PIC X(46) VALUE
              'MATR.  NOME                   UT  FE  FA   DB '.
           05 FILLER          PIC X(47) VALUE
              '  VT COMPRA    VT DESC.   VR COMPRA    VR DESC.'.

       01  WRK-REL-DETALHE.
           05 WRK-REL-MATR    PIC 9(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-NOME    PIC X(20).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-REL-DIAS-UT PIC Z9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-DIAS-FE PIC Z9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-DIAS-FA PIC Z9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-REL-DIAS-BE PIC Z9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-VT      PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-VT-DESC PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-VR      PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-VR-DESC PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-REL-SIT     PIC X(24).

       01  WRK-REL-TOTAL.
           05 WRK-REL-TOT-DESC PIC X(40).
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
           DISPLAY 'COMPETENCIA DOS VALES (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           MOVE WRK-COMPETENCIA TO WRK-COMP-ED.
           IF WRK-ANO-COMP < 1900 OR WRK-MES-COMP < 1
                 OR WRK-MES-COMP > 12
              DISPLAY 'COMPETENCIA INVALIDA!'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 0105-ABRIR-ARQUIVOS
           END-IF.
           IF WRK-ARQS-ABERTOS = 'S'
              PERFORM 0120-MONTAR-CALENDARIO
              OPEN OUTPUT RELATORIO
              MOVE WRK-COMPETENCIA TO WRK-REL-COMP
              MOVE WRK-DIAS-UTEIS  TO WRK-REL-UTEIS
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
           ACCEPT WRK-BENEFICIOS-PATH FROM ENVIRONMENT
              'BENEFICIOS_DAT'.
           IF WRK-BENEFICIOS-PATH = SPACES
              MOVE WRK-BENEFICIOS-PATH-PADRAO TO WRK-BENEFICIOS-PATH
           END-IF.
           ACCEPT WRK-FERIAS-PATH FROM ENVIRONMENT 'FERIAS_DAT'.
           IF WRK-FERIAS-PATH = SPACES
              MOVE WRK-FERIAS-PATH-PADRAO TO WRK-FERIAS-PATH
           END-IF.
           ACCEPT WRK-PONTO-PATH FROM ENVIRONMENT 'PONTO_DAT'.
           IF WRK-PONTO-PATH = SPACES
              MOVE WRK-PONTO-PATH-PADRAO TO WRK-PONTO-PATH
           END-IF.
           ACCEPT WRK-VALES-PATH FROM ENVIRONMENT 'VALES_DAT'.
           IF WRK-VALES-PATH = SPACES
              MOVE WRK-VALES-PATH-PADRAO TO WRK-VALES-PATH
           END-IF.

           OPEN INPUT FUNCIONARIOS.
           IF FUNCIONARIOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT. STATUS: '
                 FUNCIONARIOS-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT BENEFICIOS
              IF BENEFICIOS-STATUS NOT = 00
      *          SEM O CADASTRO NINGUEM E OPTANTE: NADA A COMPRAR.
                 DISPLAY 'BENEFICIOS.DAT INDISPONIVEL. STATUS: '
                    BENEFICIOS-STATUS
                 CLOSE FUNCIONARIOS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN I-O VALES
                 IF VALES-STATUS = 35
                    OPEN OUTPUT VALES
                    CLOSE VALES
                    OPEN I-O VALES
                 END-IF
                 IF VALES-STATUS NOT = 00
                    DISPLAY 'VALES.DAT INDISPONIVEL. STATUS: '
                       VALES-STATUS
                    CLOSE FUNCIONARIOS BENEFICIOS
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 'S' TO WRK-ARQS-ABERTOS
      *             SEM FERIAS OU PONTO O MES CONTA INTEIRO.
                    OPEN INPUT FERIAS
                    IF FERIAS-STATUS = 00
                       MOVE 'S' TO WRK-FERIAS-ABERTO
                    END-IF
                    OPEN INPUT PONTO
                    IF PONTO-STATUS = 00
                       MOVE 'S' TO WRK-PONTO-ABERTO
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
       0120-MONTAR-CALENDARIO SECTION.
      *----------------------------------------------------------------*
      *    UM DIA E UTIL QUANDO A DIAUTIL O DEVOLVE SEM ROLAR.
           COMPUTE WRK-DATA-AUX = WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-MES-INI-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX).
           IF WRK-MES-COMP = 12
              COMPUTE WRK-DATA-AUX =
                 ((WRK-ANO-COMP + 1) * 100 + 1) * 100 + 1
           ELSE
              COMPUTE WRK-DATA-AUX =
                 (WRK-ANO-COMP * 100 + WRK-MES-COMP + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-MES-FIM-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1.

           MOVE ZEROS TO WRK-DIAS-UTEIS.
           MOVE ALL 'N' TO WRK-CALENDARIO.
           PERFORM VARYING WRK-DIA-INT FROM WRK-MES-INI-INT BY 1
                 UNTIL WRK-DIA-INT > WRK-MES-FIM-INT
              COMPUTE WRK-DATA-AUX =
                 FUNCTION DATE-OF-INTEGER(WRK-DIA-INT)
              CALL 'DIAUTIL' USING WRK-DATA-AUX WRK-DATA-UTIL
              IF WRK-DATA-UTIL = WRK-DATA-AUX
                 COMPUTE WRK-IDX-DIA =
                    WRK-DIA-INT - WRK-MES-INI-INT + 1
                 MOVE 'S' TO WRK-DIA-UTIL(WRK-IDX-DIA)
                 ADD 1 TO WRK-DIAS-UTEIS
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0200-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *    DESLIGADO E QUEM NAO TEM CADASTRO DE BENEFICIOS FICAM FORA.
           IF FUNC-SITUACAO NOT = 'D'
              MOVE FUNC-MATRICULA TO BEN-MATRICULA
              READ BENEFICIOS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF BENEFICIOS-STATUS = 00
                    AND (BEN-VT-OPTANTE = 'S' OR BEN-VR-OPTANTE = 'S')
                 PERFORM 0210-CALCULAR-VALES
              END-IF
           END-IF.
           PERFORM 0110-LER-FUNCIONARIO.
      *----------------------------------------------------------------*
       0210-CALCULAR-VALES SECTION.
      *----------------------------------------------------------------*
           MOVE FUNC-MATRICULA  TO WRK-REL-MATR.
           MOVE FUNC-NOME       TO WRK-REL-NOME.
           MOVE FUNC-MATRICULA  TO VAL-MATRICULA.
           MOVE WRK-COMPETENCIA TO VAL-COMPETENCIA.
           READ VALES
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VALES-STATUS = 00 AND VAL-SITUACAO = 'D'
              PERFORM 0250-MOVER-DETALHE
              MOVE 'JA DESCONTADO NA FOLHA' TO WRK-REL-SIT
              ADD 1 TO WRK-QTD-JA-DESC
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
           ELSE
              PERFORM 0220-APURAR-DIAS
              MOVE FUNC-MATRICULA   TO VAL-MATRICULA
              MOVE WRK-COMPETENCIA  TO VAL-COMPETENCIA
              MOVE FUNC-NOME        TO VAL-NOME
              MOVE WRK-DIAS-UTEIS   TO VAL-DIAS-UTEIS
              MOVE WRK-DIAS-FERIAS  TO VAL-DIAS-FERIAS
              MOVE WRK-DIAS-FALTA   TO VAL-DIAS-FALTA
              COMPUTE WRK-DIAS-CALC =
                 WRK-DIAS-UTEIS - WRK-DIAS-FERIAS - WRK-DIAS-FALTA
              IF WRK-DIAS-CALC < ZEROS
                 MOVE ZEROS TO WRK-DIAS-CALC
              END-IF
              MOVE WRK-DIAS-CALC    TO VAL-DIAS-BENEFICIO
              MOVE ZEROS TO VAL-VT-COMPRA VAL-VT-DESCONTO
                            VAL-VR-COMPRA VAL-VR-DESCONTO
              IF BEN-VT-OPTANTE = 'S'
                 COMPUTE VAL-VT-COMPRA =
                    VAL-DIAS-BENEFICIO * BEN-VT-CUSTO-DIA
                 COMPUTE WRK-LIMITE-VT ROUNDED =
                    FUNC-SALARIO * WRK-VT-PCT / 100
                 IF WRK-LIMITE-VT < VAL-VT-COMPRA
                    MOVE WRK-LIMITE-VT TO VAL-VT-DESCONTO
                 ELSE
                    MOVE VAL-VT-COMPRA TO VAL-VT-DESCONTO
                 END-IF
              END-IF
              IF BEN-VR-OPTANTE = 'S'
                 COMPUTE VAL-VR-COMPRA =
                    VAL-DIAS-BENEFICIO * BEN-VR-VALOR-DIA
                 COMPUTE VAL-VR-DESCONTO ROUNDED =
                    VAL-VR-COMPRA * BEN-VR-PCT-DESC / 100
              END-IF
              MOVE 'C' TO VAL-SITUACAO
              IF VALES-STATUS = 00
                 REWRITE VAL-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              ELSE
                 WRITE VAL-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
              PERFORM 0250-MOVER-DETALHE
              IF VALES-STATUS = 00
                 ADD 1 TO WRK-QTD-CALCULADOS
                 ADD VAL-VT-COMPRA   TO WRK-TOTAL-VT
                 ADD VAL-VT-DESCONTO TO WRK-TOTAL-VT-DESC
                 ADD VAL-VR-COMPRA   TO WRK-TOTAL-VR
                 ADD VAL-VR-DESCONTO TO WRK-TOTAL-VR-DESC
                 MOVE 'CALCULADO' TO WRK-REL-SIT
              ELSE
                 DISPLAY 'ERRO AO GRAVAR VALES DA MATRICULA '
                    FUNC-MATRICULA ' STATUS: ' VALES-STATUS
                 MOVE 'ERRO - NAO GRAVADO' TO WRK-REL-SIT
                 MOVE 8 TO RETURN-CODE
              END-IF
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
           END-IF.
      *----------------------------------------------------------------*
       0220-APURAR-DIAS SECTION.
      *----------------------------------------------------------------*
      *    FERIAS: SO OS DIAS UTEIS DO PERIODO DENTRO DO MES. FALTAS:
      *    HORAS DO PONTO EM DIAS INTEIROS DE JORNADA, JUSTIFICADAS OU
      *    NAO (NAO HOUVE DESLOCAMENTO NEM REFEICAO).
           MOVE ZEROS TO WRK-DIAS-FERIAS WRK-DIAS-FALTA.
           IF WRK-FERIAS-ABERTO = 'S'
              MOVE 'N' TO WRK-FIM-FER
              MOVE FUNC-MATRICULA TO FER-MATRICULA
              MOVE ZEROS          TO FER-DT-INICIO
              START FERIAS KEY IS NOT LESS THAN FER-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-FER
              END-START
              PERFORM UNTIL WRK-FIM-FER = 'S'
                 READ FERIAS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-FER
                 END-READ
                 IF WRK-FIM-FER NOT = 'S'
                    IF FER-MATRICULA NOT = FUNC-MATRICULA
                       MOVE 'S' TO WRK-FIM-FER
                    ELSE
                       IF FER-SITUACAO NOT = 'C'
                          PERFORM 0230-CONTAR-DIAS-FERIAS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           IF WRK-PONTO-ABERTO = 'S'
              MOVE FUNC-MATRICULA  TO PON-MATRICULA
              MOVE WRK-COMPETENCIA TO PON-COMPETENCIA
              READ PONTO
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PONTO-STATUS = 00
                 DIVIDE PON-FALTAS BY WRK-JORNADA-DIA
                    GIVING WRK-DIAS-FALTA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0230-CONTAR-DIAS-FERIAS SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-FER-INI-INT =
              FUNCTION INTEGER-OF-DATE(FER-DT-INICIO).
           COMPUTE WRK-FER-FIM-INT =
              WRK-FER-INI-INT + FER-DIAS - 1.
           IF WRK-FER-INI-INT < WRK-MES-INI-INT
              MOVE WRK-MES-INI-INT TO WRK-FER-INI-INT
           END-IF.
           IF WRK-FER-FIM-INT > WRK-MES-FIM-INT
              MOVE WRK-MES-FIM-INT TO WRK-FER-FIM-INT
           END-IF.
           PERFORM VARYING WRK-DIA-INT FROM WRK-FER-INI-INT BY 1
                 UNTIL WRK-DIA-INT > WRK-FER-FIM-INT
              COMPUTE WRK-IDX-DIA = WRK-DIA-INT - WRK-MES-INI-INT + 1
              IF WRK-DIA-UTIL(WRK-IDX-DIA) = 'S'
                 ADD 1 TO WRK-DIAS-FERIAS
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0250-MOVER-DETALHE SECTION.
      *----------------------------------------------------------------*
           MOVE VAL-DIAS-UTEIS     TO WRK-REL-DIAS-UT.
           MOVE VAL-DIAS-FERIAS    TO WRK-REL-DIAS-FE.
           MOVE VAL-DIAS-FALTA     TO WRK-REL-DIAS-FA.
           MOVE VAL-DIAS-BENEFICIO TO WRK-REL-DIAS-BE.
           MOVE VAL-VT-COMPRA      TO WRK-REL-VT.
           MOVE VAL-VT-DESCONTO    TO WRK-REL-VT-DESC.
           MOVE VAL-VR-COMPRA      TO WRK-REL-VR.
           MOVE VAL-VR-DESCONTO    TO WRK-REL-VR-DESC.
      *----------------------------------------------------------------*
       0300-FINALIZAR SECTION.
      *-----------------------
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PEDIDO VALE-TRANSPORTE AO FORNECEDOR...:'
              TO WRK-REL-TOT-DESC.
           MOVE WRK-TOTAL-VT TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE 'PEDIDO VALE-REFEICAO AO FORNECEDOR.....:'
              TO WRK-REL-TOT-DESC.
           MOVE WRK-TOTAL-VR TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE 'DESCONTO VT DOS FUNCIONARIOS (FOLHA)...:'
              TO WRK-REL-TOT-DESC.
           MOVE WRK-TOTAL-VT-DESC TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE 'DESCONTO VR DOS FUNCIONARIOS (FOLHA)...:'
              TO WRK-REL-TOT-DESC.
           MOVE WRK-TOTAL-VR-DESC TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.

           CLOSE FUNCIONARIOS.
           CLOSE BENEFICIOS.
           CLOSE VALES.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'VALES'           TO SPL-PROGRAMA.
           MOVE 'VALES.REL'       TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           IF WRK-FERIAS-ABERTO = 'S'
              CLOSE FERIAS
           END-IF.
           IF WRK-PONTO-ABERTO = 'S'
              CLOSE PONTO
           END-IF.

           DISPLAY 'FUNCIONARIOS CALCULADOS: ' WRK-QTD-CALCULADOS.
           DISPLAY 'JA DESCONTADOS NA FOLHA: ' WRK-QTD-JA-DESC.
           MOVE WRK-TOTAL-VT TO WRK-VALOR-EDITADO.
           DISPLAY 'PEDIDO VT..............: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOTAL-VR TO WRK-VALOR-EDITADO.
           DISPLAY 'PEDIDO VR..............: ' WRK-VALOR-EDITADO.
           DISPLAY 'RELATORIO GRAVADO EM VALES.REL.'.
