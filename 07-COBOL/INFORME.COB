      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: INFORME DE RENDIMENTOS ANUAL POR FUNCIONARIO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    DADO O ANO-CALENDARIO, SOMA POR MATRICULA TODAS AS
      *    COMPETENCIAS DO ANO EM FOLHAPAG.DAT E OS PAGAMENTOS FORA DA
      *    FOLHA MENSAL EM PAGEXTRA.DAT (RESCISAO E 13o SALARIO, PELA
      *    DATA DO PAGAMENTO): RENDIMENTOS TRIBUTAVEIS (SALARIO,
      *    COMISSOES, EXTRAS E FERIAS, MENOS FALTAS), INSS E IRRF
      *    RETIDOS, 13o SALARIO COM TRIBUTACAO EXCLUSIVA E RENDIMENTOS
      *    ISENTOS. GRAVA EM INFORME.REL UM COMPROVANTE POR
      *    FUNCIONARIO NO LEIAUTE OFICIAL (QUADROS 1 A 7), UMA PAGINA
      *    CADA, COM O CNPJ DA EMPRESA DE EMITENTE.DAT E O CPF DO
      *    CADASTRO. EM INFORMERES.REL SAI O RESUMO DA EMPRESA MES A
      *    MES -- BASE DOS RECOLHIMENTOS DE IRRF DO ANO -- CONFERIDO
      *    CONTRA A SOMA DOS COMPROVANTES. ANO 0 = ANO ANTERIOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. INFORME.
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
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FUNCIONARIOS-STATUS
              RECORD KEY FUNC-CHAVE.

           SELECT FOLHA-PAG ASSIGN TO 'FOLHAPAG.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHA-PAG-STATUS.

           SELECT PAGEXTRA ASSIGN TO 'PAGEXTRA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAGEXTRA-STATUS.

           SELECT EMITENTE ASSIGN TO 'EMITENTE.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EMITENTE-STATUS.

           SELECT RELATORIO ASSIGN TO 'INFORME.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.

           SELECT RESUMO ASSIGN TO 'INFORMERES.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RESUMO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD FUNCIONARIOS.
       COPY 'funcionarios-reg.cpy'.

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

       FD PAGEXTRA.
       COPY 'pagextra-reg.cpy'.

      *    DADOS FISCAIS DA EMPRESA (FONTE PAGADORA), UM REGISTRO.
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

       FD RELATORIO.
       01 REG-RELATORIO         PIC X(132).

       FD RESUMO.
       01 REG-RESUMO            PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
       COPY 'funcionarios-cfg.cpy'.
       77 FUNCIONARIOS-STATUS PIC 9(02) VALUE ZEROS.
       77 FOLHA-PAG-STATUS    PIC 9(02) VALUE ZEROS.
       77 PAGEXTRA-STATUS     PIC 9(02) VALUE ZEROS.
       77 EMITENTE-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELATORIO-STATUS    PIC 9(02) VALUE ZEROS.
       77 RESUMO-STATUS       PIC 9(02) VALUE ZEROS.
       77 WRK-FUNC-ABERTO     PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-ANO-INF         PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-ATUAL      PIC 9(08) VALUE ZEROS.
       77 WRK-MES             PIC 9(02) VALUE ZEROS.
       77 WRK-MATRICULA-AUX   PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-AUX        PIC X(20) VALUE SPACES.
       77 WRK-ACHOU           PIC X(01) VALUE 'N'.
       77 WRK-CPF-VALIDO      PIC X(01) VALUE 'N'.
       77 WRK-TRIBUTAVEL      PIC S9(10)V99 VALUE ZEROS.
       77 WRK-13-LIQUIDO      PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QTD-PAGTOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXTRAS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-INFORMES    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CPF     PIC 9(05) VALUE ZEROS.

      *    ACUMULADOS DO ANO POR MATRICULA. ACIMA DE 500
      *    FUNCIONARIOS NO ANO OS EXCEDENTES FICAM SEM COMPROVANTE E
      *    O RESUMO SAI COMO CONFERENCIA PARCIAL.
       77 WRK-QTD-FUNC        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EXCEDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-IDX             PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DEPEND-ED   PIC Z9.
       01 WRK-TABELA-INFORME.
          05 WRK-INF OCCURS 500 TIMES.
             10 WRK-INF-MATR        PIC 9(05).
             10 WRK-INF-NOME        PIC X(20).
             10 WRK-INF-TRIBUTAVEL  PIC S9(10)V99.
             10 WRK-INF-INSS        PIC 9(09)V99.
             10 WRK-INF-IRRF        PIC 9(09)V99.
             10 WRK-INF-13-BRUTO    PIC 9(10)V99.
             10 WRK-INF-13-INSS     PIC 9(09)V99.
             10 WRK-INF-13-IRRF     PIC 9(09)V99.
             10 WRK-INF-ISENTO      PIC 9(10)V99.
             10 WRK-INF-DED-DEPEND  PIC 9(09)V99.
             10 WRK-INF-QTD-DEPEND  PIC 9(02).

      *    RESUMO DA EMPRESA POR MES DE PAGAMENTO.
       01 WRK-TABELA-MESES.
          05 WRK-MES-TAB OCCURS 12 TIMES.
             10 WRK-MES-TRIBUTAVEL  PIC S9(11)V99.
             10 WRK-MES-INSS        PIC 9(10)V99.
             10 WRK-MES-IRRF        PIC 9(10)V99.
             10 WRK-MES-13-BRUTO    PIC 9(11)V99.
             10 WRK-MES-13-IRRF     PIC 9(10)V99.
             10 WRK-MES-ISENTO      PIC 9(11)V99.
       77 WRK-TOT-TRIBUTAVEL  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-INSS        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-13-BRUTO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-13-IRRF     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ISENTO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RECOLHER    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SOMA-INF-IRRF   PIC 9(10)V99 VALUE ZEROS.

       01 WRK-INF-TITULO.
          05 FILLER           PIC X(52) VALUE
             'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE '.
          05 FILLER           PIC X(34) VALUE
             'A RENDA RETIDO NA FONTE'.
          05 FILLER           PIC X(16) VALUE 'ANO-CALENDARIO: '.
          05 WRK-INF-T-ANO    PIC 9(04).

       01 WRK-INF-QUADRO.
          05 WRK-INF-Q-TEXTO  PIC X(80).

       01 WRK-INF-FONTE.
          05 FILLER           PIC X(08) VALUE '   CNPJ:'.
          05 WRK-INF-CNPJ     PIC 99.999.999/9999B99.
          05 FILLER           PIC X(22) VALUE
             '   NOME EMPRESARIAL: '.
          05 WRK-INF-RAZAO    PIC X(40).

       01 WRK-INF-BENEF.
          05 FILLER           PIC X(08) VALUE '   CPF: '.
          05 WRK-INF-CPF      PIC 999.999.999B99.
          05 FILLER           PIC X(16) VALUE '   MATRICULA: '.
          05 WRK-INF-B-MATR   PIC 9(05).
          05 FILLER           PIC X(18) VALUE '   NOME COMPLETO: '.
          05 WRK-INF-B-NOME   PIC X(20).

       01 WRK-INF-LINHA.
          05 WRK-INF-DESC     PIC X(60).
          05 WRK-INF-VALOR    PIC X(20).

       01 WRK-RES-TITULO.
          05 FILLER           PIC X(30) VALUE 'LOJA DANILLO LTDA'.
          05 FILLER           PIC X(42) VALUE
             'RESUMO ANUAL DE RENDIMENTOS E IRRF - ANO: '.
          05 WRK-RES-ANO      PIC 9(04).

       01 WRK-RES-CABEC.
          05 FILLER           PIC X(05) VALUE 'MES'.
          05 FILLER           PIC X(19) VALUE
             'RENDIM. TRIBUTAVEIS'.
          05 FILLER           PIC X(19) VALUE
             '               INSS'.
          05 FILLER           PIC X(19) VALUE
             '        IRRF MENSAL'.
          05 FILLER           PIC X(19) VALUE
             '        13o SALARIO'.
          05 FILLER           PIC X(19) VALUE
             '           IRRF 13o'.
          05 FILLER           PIC X(19) VALUE
             '        IRRF DO MES'.

       01 WRK-RES-DETALHE.
          05 WRK-RES-MES      PIC X(05).
          05 WRK-RES-TRIB     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WRK-RES-INSS     PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WRK-RES-IRRF     PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WRK-RES-13       PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WRK-RES-13-IRRF  PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WRK-RES-RECOLHER PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WRK-RES-LINHA.
          05 WRK-RES-DESC     PIC X(45).
          05 WRK-RES-VALOR    PIC X(20).
           COPY 'MOEDAWS.COB'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           0000-PRINCIPAL.
           PERFORM 0100-INICIAR THRU 0100-INICIAR-FIM.
           PERFORM 0200-ACUMULAR-FOLHA THRU 0200-ACUMULAR-FOLHA-FIM.
           PERFORM 0250-ACUMULAR-EXTRAS THRU 0250-ACUMULAR-EXTRAS-FIM.
           PERFORM 0300-IMPRIMIR-INFORMES
              THRU 0300-IMPRIMIR-INFORMES-FIM.
           PERFORM 0400-IMPRIMIR-RESUMO THRU 0400-IMPRIMIR-RESUMO-FIM.
           PERFORM 0500-FINALIZAR THRU 0500-FINALIZAR-FIM.
           GOBACK.
      *----------------------------------------------------------------*
           0100-INICIAR.
           DISPLAY 'ANO-CALENDARIO DO INFORME (AAAA, 0 = ANTERIOR): '.
           ACCEPT WRK-ANO-INF FROM CONSOLE.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           IF WRK-ANO-INF = ZEROS
              MOVE WRK-DATA-ATUAL(1:4) TO WRK-ANO-INF
              SUBTRACT 1 FROM WRK-ANO-INF
           END-IF.
           INITIALIZE WRK-TABELA-MESES.

      *    SEM O CNPJ DA FONTE PAGADORA O COMPROVANTE NAO VALE.
           OPEN INPUT EMITENTE.
           IF EMITENTE-STATUS = '00'
              READ EMITENTE
                 AT END
                    MOVE '10' TO EMITENTE-STATUS
              END-READ
              CLOSE EMITENTE
           END-IF.
           IF EMITENTE-STATUS NOT = '00'
              DISPLAY 'EMITENTE.DAT INDISPONIVEL OU VAZIO. STATUS: '
                 EMITENTE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT FOLHA-PAG.
           IF FOLHA-PAG-STATUS NOT = '00'
              DISPLAY 'FOLHAPAG.DAT INDISPONIVEL. STATUS: '
                 FOLHA-PAG-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    O CADASTRO SO FORNECE O CPF; SEM ELE OS COMPROVANTES SAEM
      *    COM CPF ZERADO E O CONSOLE AVISA.
           ACCEPT WRK-FUNCIONARIOS-PATH FROM ENVIRONMENT
              'FUNCIONARIOS_DAT'.
           IF WRK-FUNCIONARIOS-PATH = SPACES
              MOVE WRK-FUNCIONARIOS-PATH-PADRAO
                 TO WRK-FUNCIONARIOS-PATH
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FUNCIONARIOS-STATUS = '00'
              MOVE 'S' TO WRK-FUNC-ABERTO
           ELSE
              DISPLAY 'FUNCIONARIOS.DAT INDISPONIVEL. STATUS: '
                 FUNCIONARIOS-STATUS
           END-IF.

           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT RESUMO.

           0100-INICIAR-FIM.
      *----------------------------------------------------------------*
           0200-ACUMULAR-FOLHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ FOLHA-PAG
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    IF PAG-COMPETENCIA(1:4) = WRK-ANO-INF
                       PERFORM 0210-SOMAR-PAGAMENTO
                          THRU 0210-SOMAR-PAGAMENTO-FIM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FOLHA-PAG.

           0200-ACUMULAR-FOLHA-FIM.
      *----------------------------------------------------------------*
           0210-SOMAR-PAGAMENTO.
      *    RENDIMENTO TRIBUTAVEL DO MES: O MESMO BRUTO QUE A FOLHA
      *    USA NO INSS (FALTAS JA DESCONTADAS).
           ADD 1 TO WRK-QTD-PAGTOS.
           COMPUTE WRK-TRIBUTAVEL =
              PAG-SALARIO-BRUTO + PAG-COMISSAO + PAG-HORAS-EXTRAS
              + PAG-FERIAS - PAG-DESC-FALTAS.
           MOVE PAG-COMPETENCIA(5:2) TO WRK-MES.
           ADD WRK-TRIBUTAVEL TO WRK-MES-TRIBUTAVEL(WRK-MES).
           ADD PAG-INSS       TO WRK-MES-INSS(WRK-MES).
           ADD PAG-IRRF       TO WRK-MES-IRRF(WRK-MES).

           MOVE PAG-MATRICULA TO WRK-MATRICULA-AUX.
           MOVE PAG-NOME      TO WRK-NOME-AUX.
           PERFORM 0290-LOCALIZAR-FUNCIONARIO
              THRU 0290-LOCALIZAR-FUNCIONARIO-FIM.
           IF WRK-ACHOU = 'S'
              ADD WRK-TRIBUTAVEL TO WRK-INF-TRIBUTAVEL(WRK-IDX)
              ADD PAG-INSS       TO WRK-INF-INSS(WRK-IDX)
              ADD PAG-IRRF       TO WRK-INF-IRRF(WRK-IDX)
              ADD PAG-DED-DEPEND TO WRK-INF-DED-DEPEND(WRK-IDX)
              IF PAG-QTD-DEPEND > WRK-INF-QTD-DEPEND(WRK-IDX)
                 MOVE PAG-QTD-DEPEND TO WRK-INF-QTD-DEPEND(WRK-IDX)
              END-IF
           END-IF.

           0210-SOMAR-PAGAMENTO-FIM.
      *----------------------------------------------------------------*
           0250-ACUMULAR-EXTRAS.
      *    SEM PAGEXTRA.DAT (NENHUMA RESCISAO OU 13o REGISTRADO) O
      *    INFORME SAI SO COM A FOLHA MENSAL.
           OPEN INPUT PAGEXTRA.
           IF PAGEXTRA-STATUS NOT = '00'
              DISPLAY 'PAGEXTRA.DAT INDISPONIVEL. STATUS: '
                 PAGEXTRA-STATUS
              DISPLAY 'INFORME SEGUE SEM RESCISOES E 13o SALARIO.'
           ELSE
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ PAGEXTRA
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF PGX-DATA(1:4) = WRK-ANO-INF
                          PERFORM 0260-SOMAR-EXTRA
                             THRU 0260-SOMAR-EXTRA-FIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGEXTRA
           END-IF.

           0250-ACUMULAR-EXTRAS-FIM.
      *----------------------------------------------------------------*
           0260-SOMAR-EXTRA.
           ADD 1 TO WRK-QTD-EXTRAS.
           MOVE PGX-DATA(5:2) TO WRK-MES.
           ADD PGX-TRIBUTAVEL TO WRK-MES-TRIBUTAVEL(WRK-MES).
           ADD PGX-INSS       TO WRK-MES-INSS(WRK-MES).
           ADD PGX-13-INSS    TO WRK-MES-INSS(WRK-MES).
           ADD PGX-IRRF       TO WRK-MES-IRRF(WRK-MES).
           ADD PGX-13-BRUTO   TO WRK-MES-13-BRUTO(WRK-MES).
           ADD PGX-13-IRRF    TO WRK-MES-13-IRRF(WRK-MES).
           ADD PGX-ISENTO     TO WRK-MES-ISENTO(WRK-MES).

           MOVE PGX-MATRICULA TO WRK-MATRICULA-AUX.
           MOVE PGX-NOME      TO WRK-NOME-AUX.
           PERFORM 0290-LOCALIZAR-FUNCIONARIO
              THRU 0290-LOCALIZAR-FUNCIONARIO-FIM.
           IF WRK-ACHOU = 'S'
              ADD PGX-TRIBUTAVEL TO WRK-INF-TRIBUTAVEL(WRK-IDX)
              ADD PGX-INSS       TO WRK-INF-INSS(WRK-IDX)
              ADD PGX-IRRF       TO WRK-INF-IRRF(WRK-IDX)
              ADD PGX-13-BRUTO   TO WRK-INF-13-BRUTO(WRK-IDX)
              ADD PGX-13-INSS    TO WRK-INF-13-INSS(WRK-IDX)
              ADD PGX-13-IRRF    TO WRK-INF-13-IRRF(WRK-IDX)
              ADD PGX-ISENTO     TO WRK-INF-ISENTO(WRK-IDX)
           END-IF.

           0260-SOMAR-EXTRA-FIM.
      *----------------------------------------------------------------*
           0290-LOCALIZAR-FUNCIONARIO.
      *    ACHA A MATRICULA NA TABELA DO ANO OU ABRE UMA POSICAO
      *    ZERADA PARA ELA; WRK-IDX FICA APONTANDO PARA A POSICAO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-FUNC
                 OR WRK-ACHOU = 'S'
              IF WRK-INF-MATR(WRK-IDX) = WRK-MATRICULA-AUX
                 MOVE 'S' TO WRK-ACHOU
                 SUBTRACT 1 FROM WRK-IDX
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
              IF WRK-QTD-FUNC < 500
                 ADD 1 TO WRK-QTD-FUNC
                 MOVE WRK-QTD-FUNC TO WRK-IDX
                 INITIALIZE WRK-INF(WRK-IDX)
                 MOVE WRK-MATRICULA-AUX TO WRK-INF-MATR(WRK-IDX)
                 MOVE WRK-NOME-AUX      TO WRK-INF-NOME(WRK-IDX)
                 MOVE 'S' TO WRK-ACHOU
              ELSE
                 ADD 1 TO WRK-QTD-EXCEDENTES
              END-IF
           END-IF.

           0290-LOCALIZAR-FUNCIONARIO-FIM.
      *----------------------------------------------------------------*
           0300-IMPRIMIR-INFORMES.
           PERFORM 0310-IMPRIMIR-COMPROVANTE
              THRU 0310-IMPRIMIR-COMPROVANTE-FIM
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-FUNC.

           0300-IMPRIMIR-INFORMES-FIM.
      *----------------------------------------------------------------*
           0310-IMPRIMIR-COMPROVANTE.
      *    UMA PAGINA POR FUNCIONARIO, COMO NO HOLERITE.
           IF WRK-QTD-INFORMES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO AFTER ADVANCING PAGE
           END-IF.
           ADD 1 TO WRK-QTD-INFORMES.
           ADD WRK-INF-IRRF(WRK-IDX)    TO WRK-SOMA-INF-IRRF.
           ADD WRK-INF-13-IRRF(WRK-IDX) TO WRK-SOMA-INF-IRRF.

           MOVE ZEROS TO FUNC-CPF.
           IF WRK-FUNC-ABERTO = 'S'
              MOVE WRK-INF-MATR(WRK-IDX) TO FUNC-MATRICULA
              READ FUNCIONARIOS
                 INVALID KEY
                    MOVE ZEROS TO FUNC-CPF
              END-READ
           END-IF.
           CALL 'CPFVALIDA' USING FUNC-CPF WRK-CPF-VALIDO.
           IF FUNC-CPF = ZEROS OR WRK-CPF-VALIDO NOT = 'S'
              ADD 1 TO WRK-QTD-SEM-CPF
              DISPLAY 'MATRICULA ' WRK-INF-MATR(WRK-IDX)
                 ' SEM CPF VALIDO NO CADASTRO.'
           END-IF.

           MOVE WRK-ANO-INF TO WRK-INF-T-ANO.
           WRITE REG-RELATORIO FROM WRK-INF-TITULO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE '1. FONTE PAGADORA PESSOA JURIDICA' TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.
           MOVE EMT-CNPJ  TO WRK-INF-CNPJ.
           INSPECT WRK-INF-CNPJ REPLACING ALL ' ' BY '-'.
           MOVE EMT-RAZAO TO WRK-INF-RAZAO.
           WRITE REG-RELATORIO FROM WRK-INF-FONTE.

           MOVE '2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS'
              TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.
           MOVE FUNC-CPF              TO WRK-INF-CPF.
           INSPECT WRK-INF-CPF REPLACING ALL ' ' BY '-'.
           MOVE WRK-INF-MATR(WRK-IDX) TO WRK-INF-B-MATR.
           MOVE WRK-INF-NOME(WRK-IDX) TO WRK-INF-B-NOME.
           WRITE REG-RELATORIO FROM WRK-INF-BENEF.
           MOVE '   NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO'
              TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.

           MOVE '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO SOBRE A'
              TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.
           MOVE '   RENDA RETIDO NA FONTE' TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.
           MOVE '   01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS).....:'
              TO WRK-INF-DESC.
           MOVE WRK-INF-TRIBUTAVEL(WRK-IDX) TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-INF-VALOR.
           WRITE REG-RELATORIO FROM WRK-INF-LINHA.
           MOVE '   02. CONTRIBUICAO PREVIDENCIARIA OFICIAL.........:'
              TO WRK-INF-DESC.
           MOVE WRK-INF-INSS(WRK-IDX) TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-INF-VALOR.
           WRITE REG-RELATORIO FROM WRK-INF-LINHA.
           MOVE '   03. PREVIDENCIA COMPLEMENTAR.....................:'
              TO WRK-INF-DESC.
           MOVE ZEROS TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-INF-VALOR.
           WRITE REG-RELATORIO FROM WRK-INF-LINHA.
           MOVE '   04. PENSAO ALIMENTICIA...........................:'
              TO WRK-INF-DESC.
           WRITE REG-RELATORIO FROM WRK-INF-LINHA.
           MOVE '   05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE........:'
              TO WRK-INF-DESC.
           MOVE WRK-INF-IRRF(WRK-IDX) TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-INF-VALOR.
           WRITE REG-RELATORIO FROM WRK-INF-LINHA.

           MOVE '4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
              TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.
           MOVE '   05. INDENIZACOES POR RESCISAO (FERIAS INDENIZ.)..:'
              TO WRK-INF-DESC.
           MOVE WRK-INF-ISENTO(WRK-IDX) TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-INF-VALOR.
           WRITE REG-RELATORIO FROM WRK-INF-LINHA.

      *    O 13o SAI LIQUIDO DA CONTRIBUICAO PREVIDENCIARIA DELE.
           MOVE '5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
              TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.
           COMPUTE WRK-13-LIQUIDO =
              WRK-INF-13-BRUTO(WRK-IDX) - WRK-INF-13-INSS(WRK-IDX).
           MOVE '   01. DECIMO TERCEIRO SALARIO......................:'
              TO WRK-INF-DESC.
           MOVE WRK-13-LIQUIDO TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-INF-VALOR.
           WRITE REG-RELATORIO FROM WRK-INF-LINHA.
           MOVE '   02. IRRF SOBRE O 13o SALARIO.....................:'
              TO WRK-INF-DESC.
           MOVE WRK-INF-13-IRRF(WRK-IDX) TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-INF-VALOR.
           WRITE REG-RELATORIO FROM WRK-INF-LINHA.

           MOVE '6. RENDIMENTOS RECEBIDOS ACUMULADAMENTE: NAO HOUVE'
              TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.

           MOVE '7. INFORMACOES COMPLEMENTARES' TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.
           MOVE '   13o SALARIO BRUTO................................:'
              TO WRK-INF-DESC.
           MOVE WRK-INF-13-BRUTO(WRK-IDX) TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-INF-VALOR.
           WRITE REG-RELATORIO FROM WRK-INF-LINHA.
           MOVE '   CONTRIBUICAO PREVIDENCIARIA SOBRE O 13o..........:'
              TO WRK-INF-DESC.
           MOVE WRK-INF-13-INSS(WRK-IDX) TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-INF-VALOR.
           WRITE REG-RELATORIO FROM WRK-INF-LINHA.
      *    DEDUCAO POR DEPENDENTE APLICADA NA BASE DO IRRF DA FOLHA.
           IF WRK-INF-QTD-DEPEND(WRK-IDX) NOT = ZEROS
              MOVE WRK-INF-QTD-DEPEND(WRK-IDX) TO WRK-QTD-DEPEND-ED
              MOVE SPACES TO WRK-INF-DESC
              STRING '   DEDUCAO DE DEPENDENTES ('  DELIMITED BY SIZE
                     WRK-QTD-DEPEND-ED             DELIMITED BY SIZE
                     ') NA BASE DO IRRF......:'    DELIMITED BY SIZE
                 INTO WRK-INF-DESC
              MOVE WRK-INF-DED-DEPEND(WRK-IDX) TO WRK-VALOR-EDITADO
              MOVE WRK-VALOR-EDITADO TO WRK-INF-VALOR
              WRITE REG-RELATORIO FROM WRK-INF-LINHA
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE '8. RESPONSAVEL PELAS INFORMACOES' TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.
           MOVE '   NOME:                          DATA:      /     /'
              TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.
           MOVE '   ASSINATURA:' TO WRK-INF-Q-TEXTO.
           WRITE REG-RELATORIO FROM WRK-INF-QUADRO.

           0310-IMPRIMIR-COMPROVANTE-FIM.
      *----------------------------------------------------------------*
           0400-IMPRIMIR-RESUMO.
      *    IRRF DO MES = RETIDO NA FOLHA + RETIDO NO 13o E RESCISOES
      *    PAGOS NO MES: O VALOR QUE O DARF DO MES DEVE TER RECOLHIDO.
           MOVE WRK-ANO-INF TO WRK-RES-ANO.
           WRITE REG-RESUMO FROM WRK-RES-TITULO.
           MOVE SPACES TO REG-RESUMO.
           WRITE REG-RESUMO.
           WRITE REG-RESUMO FROM WRK-RES-CABEC.

           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
              MOVE SPACES  TO WRK-RES-MES
              MOVE WRK-MES TO WRK-RES-MES(1:2)
              MOVE WRK-MES-TRIBUTAVEL(WRK-MES) TO WRK-RES-TRIB
              MOVE WRK-MES-INSS(WRK-MES)       TO WRK-RES-INSS
              MOVE WRK-MES-IRRF(WRK-MES)       TO WRK-RES-IRRF
              MOVE WRK-MES-13-BRUTO(WRK-MES)   TO WRK-RES-13
              MOVE WRK-MES-13-IRRF(WRK-MES)    TO WRK-RES-13-IRRF
              COMPUTE WRK-RES-RECOLHER =
                 WRK-MES-IRRF(WRK-MES) + WRK-MES-13-IRRF(WRK-MES)
              WRITE REG-RESUMO FROM WRK-RES-DETALHE
              ADD WRK-MES-TRIBUTAVEL(WRK-MES) TO WRK-TOT-TRIBUTAVEL
              ADD WRK-MES-INSS(WRK-MES)       TO WRK-TOT-INSS
              ADD WRK-MES-IRRF(WRK-MES)       TO WRK-TOT-IRRF
              ADD WRK-MES-13-BRUTO(WRK-MES)   TO WRK-TOT-13-BRUTO
              ADD WRK-MES-13-IRRF(WRK-MES)    TO WRK-TOT-13-IRRF
              ADD WRK-MES-ISENTO(WRK-MES)     TO WRK-TOT-ISENTO
           END-PERFORM.
           COMPUTE WRK-TOT-RECOLHER = WRK-TOT-IRRF + WRK-TOT-13-IRRF.

           MOVE 'ANO  '            TO WRK-RES-MES.
           MOVE WRK-TOT-TRIBUTAVEL TO WRK-RES-TRIB.
           MOVE WRK-TOT-INSS       TO WRK-RES-INSS.
           MOVE WRK-TOT-IRRF       TO WRK-RES-IRRF.
           MOVE WRK-TOT-13-BRUTO   TO WRK-RES-13.
           MOVE WRK-TOT-13-IRRF    TO WRK-RES-13-IRRF.
           MOVE WRK-TOT-RECOLHER   TO WRK-RES-RECOLHER.
           MOVE SPACES TO REG-RESUMO.
           WRITE REG-RESUMO.
           WRITE REG-RESUMO FROM WRK-RES-DETALHE.

           MOVE SPACES TO REG-RESUMO.
           WRITE REG-RESUMO.
           MOVE 'RENDIMENTOS ISENTOS (FERIAS INDENIZADAS).....:'
              TO WRK-RES-DESC.
           MOVE WRK-TOT-ISENTO TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-RES-VALOR.
           WRITE REG-RESUMO FROM WRK-RES-LINHA.
           MOVE 'IRRF RECOLHIDO NO ANO (FOLHA + 13o).........:'
              TO WRK-RES-DESC.
           MOVE WRK-TOT-RECOLHER TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-RES-VALOR.
           WRITE REG-RESUMO FROM WRK-RES-LINHA.
           MOVE 'IRRF NA SOMA DOS COMPROVANTES...............:'
              TO WRK-RES-DESC.
           MOVE WRK-SOMA-INF-IRRF TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-RES-VALOR.
           WRITE REG-RESUMO FROM WRK-RES-LINHA.
           MOVE 'COMPROVANTES EMITIDOS.......................:'
              TO WRK-RES-DESC.
           MOVE SPACES TO WRK-RES-VALOR.
           MOVE WRK-QTD-INFORMES TO WRK-RES-VALOR(1:5).
           WRITE REG-RESUMO FROM WRK-RES-LINHA.

           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE 'CONFERENCIA PARCIAL: FUNCIONARIOS SEM COMPROVANTE:'
                 TO REG-RESUMO
              MOVE WRK-QTD-EXCEDENTES TO REG-RESUMO(52:5)
              WRITE REG-RESUMO
           END-IF.
           IF WRK-SOMA-INF-IRRF = WRK-TOT-RECOLHER
              MOVE 'COMPROVANTES CONFEREM COM O IRRF DO ANO.'
                 TO REG-RESUMO
           ELSE
              MOVE 'DIVERGENCIA ENTRE COMPROVANTES E IRRF DO ANO!'
                 TO REG-RESUMO
              MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE REG-RESUMO.

           0400-IMPRIMIR-RESUMO-FIM.
      *----------------------------------------------------------------*
           0500-FINALIZAR.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'INFORME'         TO SPL-PROGRAMA.
           MOVE 'INFORME.REL'     TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE RESUMO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'INFORME'         TO SPL-PROGRAMA.
           MOVE 'INFORMERES.REL'  TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           IF WRK-FUNC-ABERTO = 'S'
              CLOSE FUNCIONARIOS
           END-IF.
           DISPLAY 'PAGAMENTOS DA FOLHA NO ANO: ' WRK-QTD-PAGTOS
              ' FORA DA FOLHA: ' WRK-QTD-EXTRAS.
           DISPLAY 'COMPROVANTES GRAVADOS EM INFORME.REL: '
              WRK-QTD-INFORMES.
           DISPLAY 'RESUMO DA EMPRESA EM INFORMERES.REL.'.
           IF WRK-QTD-SEM-CPF > ZEROS
              DISPLAY 'COMPROVANTES SEM CPF VALIDO: ' WRK-QTD-SEM-CPF
           END-IF.
           IF WRK-QTD-EXCEDENTES > ZEROS
              DISPLAY 'FUNCIONARIOS ACIMA DA CAPACIDADE DA TABELA: '
                 WRK-QTD-EXCEDENTES
           END-IF.
           IF WRK-QTD-INFORMES = ZEROS
              DISPLAY 'NENHUM PAGAMENTO DO ANO NOS ARQUIVOS.'
           END-IF.

           0500-FINALIZAR-FIM.
      *----------------------------------------------------------------*
