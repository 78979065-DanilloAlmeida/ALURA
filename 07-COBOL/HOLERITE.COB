      *    MATRICULA, NOME, DEPARTAMENTO, CADA PROVENTO E DESCONTO EM
      *    LINHA PROPRIA E O LIQUIDO, COM A MASCARA DE MOEDA COMUM DO
      *    MOEDAWS. MATRICULA 0 IMPRIME TODOS; UMA MATRICULA
      *    ESPECIFICA SERVE PARA SEGUNDA VIA. O TIPO 1 OU 2 IMPRIME
      *    A PARCELA DO 13o GRAVADA PELO DECIMO EM FOLHA13.DAT, COM
      *    OS AVOS E AS MEDIAS DE COMISSOES E HORAS EXTRAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT FOLHA-PAG ASSIGN TO WRK-FOLHA-ARQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHA-PAG-STATUS.

      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
      *    MESMO DESENHO GRAVADO PELA FOLHA E PELO DECIMO.
       FD FOLHA-PAG.
       01 PAG-REG.
          05 PAG-COMPETENCIA    PIC 9(06).
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
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-COMPETENCIA-INF PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-INF   PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO-INF        PIC X(01) VALUE 'M'.
       77 WRK-FOLHA-ARQ       PIC X(12) VALUE 'FOLHAPAG.DAT'.
       77 WRK-AVOS-ED         PIC Z9.
       77 WRK-QTD-HOLERITES   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DEPEND-ED   PIC Z9.

       01 WRK-HOL-TITULO.
          05 FILLER           PIC X(30) VALUE 'LOJA DANILLO LTDA'.
          05 WRK-HOL-TIPO     PIC X(24) VALUE
             'DEMONSTRATIVO DE PAGTO  '.
          05 WRK-HOL-COMP     PIC 9(06).

          05 WRK-HOL-DESC     PIC X(25).
          05 WRK-HOL-VALOR    PIC X(20).
           COPY 'MOEDAWS.COB'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           ACCEPT WRK-COMPETENCIA-INF FROM CONSOLE.
           DISPLAY 'MATRICULA (0 = TODOS): '.
           ACCEPT WRK-MATRICULA-INF FROM CONSOLE.
           DISPLAY 'TIPO (M = MENSAL, 1/2 = PARCELA DO 13o): '.
           ACCEPT WRK-TIPO-INF FROM CONSOLE.
           INSPECT WRK-TIPO-INF CONVERTING 'm' TO 'M'.
           IF WRK-TIPO-INF = '1' OR WRK-TIPO-INF = '2'
              MOVE 'FOLHA13.DAT' TO WRK-FOLHA-ARQ
           ELSE
              MOVE 'M' TO WRK-TIPO-INF
           END-IF.

           OPEN INPUT FOLHA-PAG.
           IF FOLHA-PAG-STATUS NOT = '00'
              DISPLAY WRK-FOLHA-ARQ ' INDISPONIVEL. STATUS: '
                 FOLHA-PAG-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    IF PAG-TIPO-PAGTO = SPACES
                       MOVE 'M' TO PAG-TIPO-PAGTO
                    END-IF
                    IF PAG-COMPETENCIA = WRK-COMPETENCIA-INF
                          AND PAG-TIPO-PAGTO = WRK-TIPO-INF
                          AND (WRK-MATRICULA-INF = ZEROS
                               OR PAG-MATRICULA = WRK-MATRICULA-INF)
                       PERFORM 0210-IMPRIMIR-HOLERITE
           ADD 1 TO WRK-QTD-HOLERITES.

           MOVE PAG-COMPETENCIA TO WRK-HOL-COMP.
           EVALUATE PAG-TIPO-PAGTO
              WHEN '1'
                 MOVE '13o SALARIO 1a PARCELA  ' TO WRK-HOL-TIPO
              WHEN '2'
                 MOVE '13o SALARIO 2a PARCELA  ' TO WRK-HOL-TIPO
              WHEN OTHER
                 MOVE 'DEMONSTRATIVO DE PAGTO  ' TO WRK-HOL-TIPO
           END-EVALUATE.
           WRITE REG-RELATORIO FROM WRK-HOL-TITULO.
           MOVE PAG-MATRICULA TO WRK-HOL-MATR.
           MOVE PAG-NOME      TO WRK-HOL-NOME.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *    NO 13o AS LINHAS DE SALARIO, COMISSOES E EXTRAS SAO A
      *    PARTE DE CADA UM NA PARCELA, PELOS AVOS DO ANO.
           IF PAG-TIPO-PAGTO = 'M'
              MOVE 'SALARIO BASE...........:' TO WRK-HOL-DESC
           ELSE
              MOVE 'AVOS DO 13o............:' TO WRK-HOL-DESC
              MOVE PAG-AVOS-13 TO WRK-AVOS-ED
              MOVE SPACES TO WRK-HOL-VALOR
              MOVE WRK-AVOS-ED TO WRK-HOL-VALOR(15:2)
              WRITE REG-RELATORIO FROM WRK-HOL-LINHA
              MOVE '13o SALARIO............:' TO WRK-HOL-DESC
           END-IF.
           MOVE PAG-SALARIO-BRUTO TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR.
           WRITE REG-RELATORIO FROM WRK-HOL-LINHA.

           IF PAG-COMISSAO NOT = ZEROS
              IF PAG-TIPO-PAGTO = 'M'
                 MOVE 'COMISSOES APROVADAS....:' TO WRK-HOL-DESC
              ELSE
                 MOVE 'MEDIA DE COMISSOES.....:' TO WRK-HOL-DESC
              END-IF
              MOVE PAG-COMISSAO TO WRK-VALOR-EDITADO
              MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR
              WRITE REG-RELATORIO FROM WRK-HOL-LINHA
           END-IF.

           IF PAG-HORAS-EXTRAS NOT = ZEROS
              IF PAG-TIPO-PAGTO = 'M'
                 MOVE 'HORAS EXTRAS...........:' TO WRK-HOL-DESC
              ELSE
                 MOVE 'MEDIA DE HORAS EXTRAS..:' TO WRK-HOL-DESC
              END-IF
              MOVE PAG-HORAS-EXTRAS TO WRK-VALOR-EDITADO
              MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR
              WRITE REG-RELATORIO FROM WRK-HOL-LINHA
              WRITE REG-RELATORIO FROM WRK-HOL-LINHA
           END-IF.

           IF PAG-DESC-VT NOT = ZEROS
              MOVE 'VALE-TRANSPORTE........:' TO WRK-HOL-DESC
              MOVE PAG-DESC-VT TO WRK-VALOR-EDITADO
              MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR
              WRITE REG-RELATORIO FROM WRK-HOL-LINHA
           END-IF.

           IF PAG-DESC-VR NOT = ZEROS
              MOVE 'VALE-REFEICAO..........:' TO WRK-HOL-DESC
              MOVE PAG-DESC-VR TO WRK-VALOR-EDITADO
              MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR
              WRITE REG-RELATORIO FROM WRK-HOL-LINHA
           END-IF.

           IF PAG-CONSIGNADO NOT = ZEROS
              MOVE 'EMPRESTIMO CONSIGNADO..:' TO WRK-HOL-DESC
              MOVE PAG-CONSIGNADO TO WRK-VALOR-EDITADO
              MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR
              WRITE REG-RELATORIO FROM WRK-HOL-LINHA
           END-IF.

           IF PAG-ADIANTAMENTO NOT = ZEROS
              IF PAG-TIPO-PAGTO = 'M'
                 MOVE 'ADIANTAMENTO QUINZENAL.:' TO WRK-HOL-DESC
              ELSE
                 MOVE '13o - 1a PARCELA PAGA..:' TO WRK-HOL-DESC
              END-IF
              MOVE PAG-ADIANTAMENTO TO WRK-VALOR-EDITADO
              MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR
              WRITE REG-RELATORIO FROM WRK-HOL-LINHA
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'LIQUIDO A RECEBER......:' TO WRK-HOL-DESC.
           MOVE PAG-SALARIO-LIQ TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR.
           WRITE REG-RELATORIO FROM WRK-HOL-LINHA.
      *    FGTS E INFORMATIVO: DEPOSITO DO EMPREGADOR, FORA DO
      *    LIQUIDO.
           MOVE 'BASE DO FGTS...........:' TO WRK-HOL-DESC.
           MOVE PAG-BASE-FGTS TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR.
           WRITE REG-RELATORIO FROM WRK-HOL-LINHA.
           IF PAG-TIPO-PAGTO = 'M'
              MOVE 'FGTS DO MES............:' TO WRK-HOL-DESC
           ELSE
              MOVE 'FGTS DA PARCELA........:' TO WRK-HOL-DESC
           END-IF.
           MOVE PAG-FGTS TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR.
           WRITE REG-RELATORIO FROM WRK-HOL-LINHA.
      *    DEDUCAO POR DEPENDENTE: SAI DA BASE DO IRRF, NAO DO
      *    LIQUIDO.
           IF PAG-QTD-DEPEND NOT = ZEROS
              MOVE 'DEPENDENTES DE IR......:' TO WRK-HOL-DESC
              MOVE PAG-QTD-DEPEND TO WRK-QTD-DEPEND-ED
              MOVE SPACES TO WRK-HOL-VALOR
              MOVE WRK-QTD-DEPEND-ED TO WRK-HOL-VALOR(15:2)
              WRITE REG-RELATORIO FROM WRK-HOL-LINHA
              MOVE 'DEDUCAO DEPEND. (IRRF).:' TO WRK-HOL-DESC
              MOVE PAG-DED-DEPEND TO WRK-VALOR-EDITADO
              MOVE WRK-VALOR-EDITADO TO WRK-HOL-VALOR
              WRITE REG-RELATORIO FROM WRK-HOL-LINHA
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ASSINATURA.............:' TO WRK-HOL-DESC.
           0300-FINALIZAR.
           CLOSE FOLHA-PAG.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'HOLERITE'        TO SPL-PROGRAMA.
           MOVE 'HOLERITE.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'HOLERITES GRAVADOS EM HOLERITE.REL: '
              WRK-QTD-HOLERITES.
           IF WRK-QTD-HOLERITES = ZEROS
