      *    RECOMPILAR) E A MESMA REGRA APROVADO/RECUPERACAO/REPROVADO,
      *    E GRAVA O BOLETIM DA TURMA EM NOTAS.REL COM AS CONTAGENS
      *    POR SITUACAO E A MEDIA DA TURMA.
      *    A FREQUENCIA DO PERIODO (AULAS DADAS E FALTAS DOS QUATRO
      *    BIMESTRES, LANCADAS PELO FREQUENCIA EM ALUNOS.DAT) ABAIXO
      *    DO MINIMO (NOTAS_FREQ_MINIMA, PADRAO 75%) REPROVA POR
      *    FALTA, QUALQUER QUE SEJA A MEDIA. ALUNO SEM AULAS LANCADAS
      *    FICA SO PELA MEDIA E SAI COM A FREQUENCIA N/D.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
          05 ALUNO-NOME           PIC X(30).
          05 ALUNO-NOTAS.
             10 ALUNO-NOTA OCCURS 4 TIMES PIC 9(02)V99.
          05 ALUNO-FREQUENCIAS.
             10 ALUNO-FREQ OCCURS 4 TIMES.
                15 ALUNO-AULAS    PIC 9(03).
                15 ALUNO-FALTAS   PIC 9(03).

       FD PESOS.
       01 PESO-REG.

      *    HISTORICO ESCOLAR ACUMULADO: CADA PERIODO PROCESSADO
      *    ACRESCENTA UMA LINHA POR ALUNO (PERIODO AAAASS, AS QUATRO
      *    NOTAS, A MEDIA, A SITUACAO E A FREQUENCIA), PARA
      *    A DECISAO DE RECUPERACAO NAO DEPENDER DE IMPRESSO ANTIGO.
      *    O BOLETIM DE UM ALUNO AO LONGO DOS PERIODOS SAI PELO
      *    BOLETIMHIST.
       FD HISTORICO.
       01 HISTE-REG.
          05 HISTE-PERIODO        PIC 9(06).
             10 HISTE-NOTA OCCURS 4 TIMES PIC 9(02)V99.
          05 HISTE-MEDIA          PIC 9(02)V99.
          05 HISTE-SITUACAO       PIC X(12).
      *    LINHAS GRAVADAS ANTES DA FREQUENCIA TEM ESTES CAMPOS EM
      *    BRANCO.
          05 HISTE-AULAS          PIC 9(04).
          05 HISTE-FALTAS         PIC 9(04).
          05 HISTE-FREQUENCIA     PIC 9(03)V99.
      *------------------------
       WORKING-STORAGE       SECTION.
       77  ALUNOS-STATUS      PIC  9(02)        VALUE ZEROS.
       77  WRK-QTD-REPROVADOS  PIC  9(04)      VALUE ZEROS.
       77  WRK-SOMA-MEDIAS     PIC  9(07)V99   VALUE ZEROS.
       77  WRK-MEDIA-TURMA     PIC  9(02)V99   VALUE ZEROS.
       77  WRK-QTD-REPROV-FALTA PIC 9(04)      VALUE ZEROS.
       77  WRK-QTD-SEM-FREQ    PIC  9(04)      VALUE ZEROS.
       77  WRK-TOT-AULAS       PIC  9(04)      VALUE ZEROS.
       77  WRK-TOT-FALTAS      PIC  9(04)      VALUE ZEROS.
       77  WRK-FREQUENCIA      PIC  9(03)V99   VALUE ZEROS.
       77  WRK-TEM-FREQ        PIC  X(01)      VALUE 'N'.
       77  WRK-FREQ-MINIMA     PIC  9(03)      VALUE 75.
       77  WRK-FREQ-ENV        PIC  X(03)      VALUE SPACES.

       01  WRK-REL-CABEC1.
           05 FILLER          PIC X(40) VALUE
           05 FILLER          PIC X(26) VALUE
              'N1    N2    N3    N4'.
           05 FILLER          PIC X(08) VALUE 'MEDIA'.
           05 FILLER          PIC X(09) VALUE 'FREQ%'.
           05 FILLER          PIC X(12) VALUE 'SITUACAO'.

       01  WRK-REL-DETALHE.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-REL-MEDIA   PIC Z9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-REL-FREQ    PIC ZZ9,99.
           05 WRK-REL-FREQ-X REDEFINES WRK-REL-FREQ PIC X(06).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-REL-SIT     PIC X(12).

       01  WRK-REL-RESUMO1.
           05 WRK-REL-REC     PIC ZZZ9.
           05 FILLER          PIC X(14) VALUE '  REPROVADOS: '.
           05 WRK-REL-REP     PIC ZZZ9.
           05 FILLER          PIC X(18) VALUE '  REPROV. FALTA: '.
           05 WRK-REL-REP-FALTA PIC ZZZ9.

       01  WRK-REL-RESUMO3.
           05 FILLER          PIC X(22) VALUE 'MEDIA DA TURMA......: '.
           05 WRK-REL-MEDIA-TURMA PIC Z9,99.

       01  WRK-REL-RESUMO4.
           05 FILLER          PIC X(22) VALUE 'FREQUENCIA MINIMA...: '.
           05 WRK-REL-FREQ-MIN PIC ZZ9.
           05 FILLER          PIC X(38) VALUE
              '% (REPROV FALTA = REPROVADO POR FALTA)'.

       01  WRK-REL-RESUMO5.
           05 FILLER          PIC X(22) VALUE 'SEM FREQUENCIA......: '.
           05 WRK-REL-SEM-FREQ PIC ZZZ9.
           05 FILLER          PIC X(30) VALUE
              ' (AVALIADOS SO PELA MEDIA)'.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
              DISPLAY 'PESOSBIM.DAT INDISPONIVEL. USANDO PESO 1.'
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'NOTAS_FREQ_MINIMA' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-FREQ-MINIMA
           END-IF.
           ACCEPT WRK-FREQ-ENV FROM ENVIRONMENT 'NOTAS_FREQ_MINIMA'.
           IF WRK-FREQ-ENV NOT = SPACES
              MOVE WRK-FREQ-ENV TO WRK-FREQ-MINIMA
           END-IF.

           MOVE ZEROS TO WRK-SOMA-PESOS.
           PERFORM VARYING WRK-IDX-BIM FROM 1 BY 1
                 UNTIL WRK-IDX-BIM > 4
              COMPUTE WRK-MEDIA = WRK-SOMA-PONDERADA / WRK-SOMA-PESOS
           END-IF.

           PERFORM 0210-APURAR-FREQUENCIA.

      *    MESMA REGRA DO PROGRAMA DE CONSOLE: 6 OU MAIS APROVA,
      *    DE 2 A MENOS DE 6 VAI PARA RECUPERACAO, ABAIXO REPROVA.
      *    FREQUENCIA ABAIXO DO MINIMO REPROVA ANTES DE OLHAR A MEDIA.
           EVALUATE TRUE
              WHEN WRK-TEM-FREQ = 'S'
                    AND WRK-FREQUENCIA < WRK-FREQ-MINIMA
                 MOVE 'REPROV FALTA' TO WRK-SITUACAO
                 ADD 1 TO WRK-QTD-REPROV-FALTA
              WHEN WRK-MEDIA >= 6
                 MOVE 'APROVADO'    TO WRK-SITUACAO
                 ADD 1 TO WRK-QTD-APROVADOS
           MOVE ALUNO-NOTA(3) TO WRK-REL-N3.
           MOVE ALUNO-NOTA(4) TO WRK-REL-N4.
           MOVE WRK-MEDIA     TO WRK-REL-MEDIA.
           IF WRK-TEM-FREQ = 'S'
              MOVE WRK-FREQUENCIA TO WRK-REL-FREQ
           ELSE
              MOVE '   N/D'       TO WRK-REL-FREQ-X
           END-IF.
           MOVE WRK-SITUACAO  TO WRK-REL-SIT.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           DISPLAY ALUNO-NOME ' MEDIA: ' WRK-MEDIA ' FREQ: '
              WRK-REL-FREQ-X ' ' WRK-SITUACAO.

           MOVE WRK-PERIODO   TO HISTE-PERIODO.
           MOVE ALUNO-NOME    TO HISTE-NOME.
           MOVE ALUNO-NOTA(4) TO HISTE-NOTA(4).
           MOVE WRK-MEDIA     TO HISTE-MEDIA.
           MOVE WRK-SITUACAO  TO HISTE-SITUACAO.
           MOVE WRK-TOT-AULAS  TO HISTE-AULAS.
           MOVE WRK-TOT-FALTAS TO HISTE-FALTAS.
           MOVE WRK-FREQUENCIA TO HISTE-FREQUENCIA.
           WRITE HISTE-REG.

           PERFORM 0110-LER-ALUNO.
      *----------------------------------------------------------------*
       0210-APURAR-FREQUENCIA SECTION.
      *----------------------------------------------------------------*
      *    FREQUENCIA DO PERIODO SOBRE AS AULAS DADAS NOS QUATRO
      *    BIMESTRES. LINHA NO DESENHO ANTIGO (FREQUENCIA EM BRANCO)
      *    OU SEM NENHUMA AULA LANCADA FICA SEM FREQUENCIA.
           MOVE ZEROS TO WRK-TOT-AULAS WRK-TOT-FALTAS WRK-FREQUENCIA.
           MOVE 'N' TO WRK-TEM-FREQ.
           PERFORM VARYING WRK-IDX-BIM FROM 1 BY 1
                 UNTIL WRK-IDX-BIM > 4
              IF ALUNO-AULAS(WRK-IDX-BIM) IS NUMERIC
                    AND ALUNO-FALTAS(WRK-IDX-BIM) IS NUMERIC
                 ADD ALUNO-AULAS(WRK-IDX-BIM)  TO WRK-TOT-AULAS
                 ADD ALUNO-FALTAS(WRK-IDX-BIM) TO WRK-TOT-FALTAS
              END-IF
           END-PERFORM.
           IF WRK-TOT-AULAS > ZEROS
              MOVE 'S' TO WRK-TEM-FREQ
              IF WRK-TOT-FALTAS < WRK-TOT-AULAS
                 COMPUTE WRK-FREQUENCIA ROUNDED =
                    (WRK-TOT-AULAS - WRK-TOT-FALTAS) * 100
                    / WRK-TOT-AULAS
              END-IF
           ELSE
              ADD 1 TO WRK-QTD-SEM-FREQ
           END-IF.
      *----------------------------------------------------------------*
       0300-FINALIZAR SECTION.
      *-----------------------
           MOVE WRK-QTD-APROVADOS   TO WRK-REL-APR.
           MOVE WRK-QTD-RECUPERACAO TO WRK-REL-REC.
           MOVE WRK-QTD-REPROVADOS  TO WRK-REL-REP.
           MOVE WRK-QTD-REPROV-FALTA TO WRK-REL-REP-FALTA.
           WRITE REG-RELATORIO FROM WRK-REL-RESUMO2.
           MOVE WRK-MEDIA-TURMA     TO WRK-REL-MEDIA-TURMA.
           WRITE REG-RELATORIO FROM WRK-REL-RESUMO3.
           MOVE WRK-FREQ-MINIMA     TO WRK-REL-FREQ-MIN.
           WRITE REG-RELATORIO FROM WRK-REL-RESUMO4.
           IF WRK-QTD-SEM-FREQ > ZEROS
              MOVE WRK-QTD-SEM-FREQ TO WRK-REL-SEM-FREQ
              WRITE REG-RELATORIO FROM WRK-REL-RESUMO5
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'NOTASLOTE'       TO SPL-PROGRAMA.
           MOVE 'NOTAS.REL'       TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE ALUNOS.
           CLOSE HISTORICO.

           DISPLAY 'APROVADOS....: ' WRK-QTD-APROVADOS.
           DISPLAY 'RECUPERACAO..: ' WRK-QTD-RECUPERACAO.
           DISPLAY 'REPROVADOS...: ' WRK-QTD-REPROVADOS.
           DISPLAY 'REPROV.FALTA.: ' WRK-QTD-REPROV-FALTA.
           IF WRK-QTD-SEM-FREQ > ZEROS
              DISPLAY 'SEM FREQUENCIA LANCADA: ' WRK-QTD-SEM-FREQ
                 ' (RODE O FREQUENCIA)'
           END-IF.
           DISPLAY 'MEDIA TURMA..: ' WRK-MEDIA-TURMA.
           DISPLAY 'BOLETIM GRAVADO EM NOTAS.REL'.
      *----------------------------------------------------------------*
