      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: LANCAMENTO DA FREQUENCIA DA TURMA (ALUNOS.DAT)
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    A FREQUENCIA ERA CONFERIDA A MAO PELA SECRETARIA DEPOIS DO
      *    NOTASLOTE. AQUI SAO LANCADAS, POR BIMESTRE, AS AULAS DADAS
      *    PARA A TURMA E AS FALTAS DE CADA ALUNO, NO PROPRIO
      *    ALUNOS.DAT (AO LADO DAS QUATRO NOTAS), PARA O NOTASLOTE
      *    APLICAR A REPROVACAO POR FALTA. A TURMA E CARREGADA
      *    INTEIRA NA MEMORIA, ALTERADA E REGRAVADA SO DEPOIS DA
      *    CONFIRMACAO, COMO A VIRADA FAZ COM O VENDASACM.DAT. LINHA
      *    NO DESENHO ANTIGO (SO NOME E NOTAS) ENTRA SEM FREQUENCIA
      *    E SAI REGRAVADA NO DESENHO NOVO, COM AULAS E FALTAS ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. FREQUENCIA.
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
           SELECT ALUNOS ASSIGN TO 'ALUNOS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ALUNOS-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
      *    MESMO DESENHO LIDO PELO NOTASLOTE.
       FD ALUNOS.
       01 ALUNO-REG.
          05 ALUNO-NOME           PIC X(30).
          05 ALUNO-NOTAS.
             10 ALUNO-NOTA OCCURS 4 TIMES PIC 9(02)V99.
          05 ALUNO-FREQUENCIAS.
             10 ALUNO-FREQ OCCURS 4 TIMES.
                15 ALUNO-AULAS    PIC 9(03).
                15 ALUNO-FALTAS   PIC 9(03).
      *------------------------
       WORKING-STORAGE SECTION.
       77 ALUNOS-STATUS         PIC 9(02) VALUE ZEROS.
       77 WRK-OPERACAO          PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
       77 WRK-TURMA-CHEIA       PIC X(01) VALUE 'N'.
       77 WRK-ALTERADO          PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA          PIC X(01) VALUE SPACES.
       77 WRK-ACHOU             PIC X(01) VALUE 'N'.
       77 WRK-QTD-ALUNOS        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SEM-FREQ      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX               PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-BIM           PIC 9(01) VALUE ZEROS.
       77 WRK-BIMESTRE          PIC 9(01) VALUE ZEROS.
       77 WRK-AULAS-DADAS       PIC 9(03) VALUE ZEROS.
       77 WRK-FALTAS            PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-INF          PIC X(30) VALUE SPACES.
       77 WRK-TOT-AULAS         PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-FALTAS        PIC 9(04) VALUE ZEROS.
       77 WRK-FREQUENCIA        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-FREQ-EDIT         PIC ZZ9,99.
      *    TURMA CARREGADA DE ALUNOS.DAT; ACIMA DE 200 ALUNOS O
      *    ARQUIVO NAO E REGRAVADO, PARA NAO PERDER O EXCEDENTE.
       01 WRK-TABELA-TURMA.
          05 WRK-ALU OCCURS 200 TIMES.
             10 WRK-ALU-NOME      PIC X(30).
             10 WRK-ALU-NOTAS     PIC X(16).
             10 WRK-ALU-FREQ OCCURS 4 TIMES.
                15 WRK-ALU-AULAS  PIC 9(03).
                15 WRK-ALU-FALTAS PIC 9(03).

       01 WRK-LINHA-LISTA.
          05 WRK-LIS-NOME         PIC X(30).
          05 WRK-LIS-BIM OCCURS 4 TIMES.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WRK-LIS-FALTAS    PIC ZZ9.
             10 FILLER            PIC X(01) VALUE '/'.
             10 WRK-LIS-AULAS     PIC ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-LIS-FREQ         PIC ZZ9,99.
          05 WRK-LIS-FREQ-X REDEFINES WRK-LIS-FREQ PIC X(06).
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           0000-PRINCIPAL.
           PERFORM 0100-CARREGAR THRU 0100-CARREGAR-FIM.
           IF ALUNOS-STATUS NOT = '00' AND ALUNOS-STATUS NOT = '10'
              GOBACK
           END-IF.

           DISPLAY 'FREQUENCIA DA TURMA (ALUNOS.DAT)'.
           DISPLAY '1 - LANCAR FREQUENCIA DO BIMESTRE'.
           DISPLAY '2 - CORRIGIR FREQUENCIA DE UM ALUNO'.
           DISPLAY '3 - LISTAR FREQUENCIA DA TURMA'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.
           EVALUATE WRK-OPERACAO
              WHEN 1
                 PERFORM 0200-LANCAR THRU 0200-LANCAR-FIM
              WHEN 2
                 PERFORM 0300-CORRIGIR THRU 0300-CORRIGIR-FIM
              WHEN 3
                 PERFORM 0400-LISTAR THRU 0400-LISTAR-FIM
              WHEN OTHER
                 DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

           IF WRK-ALTERADO = 'S'
              PERFORM 0500-GRAVAR THRU 0500-GRAVAR-FIM
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
           0100-CARREGAR.
           OPEN INPUT ALUNOS.
           IF ALUNOS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ALUNOS.DAT. STATUS: '
                 ALUNOS-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ALUNOS
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF WRK-QTD-ALUNOS >= 200
                          MOVE 'S' TO WRK-TURMA-CHEIA
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                          PERFORM 0110-GUARDAR-ALUNO
                             THRU 0110-GUARDAR-ALUNO-FIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALUNOS
              IF WRK-QTD-SEM-FREQ > ZEROS
                 DISPLAY WRK-QTD-SEM-FREQ ' ALUNOS AINDA SEM '
                    'FREQUENCIA (DESENHO ANTIGO): ENTRAM COM ZERO.'
              END-IF
           END-IF.

           0100-CARREGAR-FIM.
      *----------------------------------------------------------------*
           0110-GUARDAR-ALUNO.
           ADD 1 TO WRK-QTD-ALUNOS.
           MOVE ALUNO-NOME  TO WRK-ALU-NOME(WRK-QTD-ALUNOS).
           MOVE ALUNO-NOTAS TO WRK-ALU-NOTAS(WRK-QTD-ALUNOS).
      *    LINHA DO DESENHO ANTIGO VEM COM A FREQUENCIA EM BRANCO.
           IF ALUNO-FREQUENCIAS = SPACES
              ADD 1 TO WRK-QTD-SEM-FREQ
           END-IF.
           PERFORM VARYING WRK-IDX-BIM FROM 1 BY 1
                 UNTIL WRK-IDX-BIM > 4
              IF ALUNO-AULAS(WRK-IDX-BIM) IS NUMERIC
                    AND ALUNO-FALTAS(WRK-IDX-BIM) IS NUMERIC
                 MOVE ALUNO-AULAS(WRK-IDX-BIM)
                    TO WRK-ALU-AULAS(WRK-QTD-ALUNOS, WRK-IDX-BIM)
                 MOVE ALUNO-FALTAS(WRK-IDX-BIM)
                    TO WRK-ALU-FALTAS(WRK-QTD-ALUNOS, WRK-IDX-BIM)
              ELSE
                 MOVE ZEROS
                    TO WRK-ALU-AULAS(WRK-QTD-ALUNOS, WRK-IDX-BIM)
                       WRK-ALU-FALTAS(WRK-QTD-ALUNOS, WRK-IDX-BIM)
              END-IF
           END-PERFORM.

           0110-GUARDAR-ALUNO-FIM.
      *----------------------------------------------------------------*
           0200-LANCAR.
      *    AS AULAS DADAS SAO DA TURMA; AS FALTAS, DE CADA ALUNO, NA
      *    ORDEM DO ARQUIVO. NADA E GRAVADO SEM A CONFIRMACAO FINAL.
           PERFORM 0210-PEDIR-BIMESTRE THRU 0210-PEDIR-BIMESTRE-FIM.
           IF WRK-BIMESTRE = ZEROS
              DISPLAY 'BIMESTRE INVALIDO.'
           ELSE
              DISPLAY 'AULAS DADAS NO BIMESTRE ' WRK-BIMESTRE ': '
              ACCEPT WRK-AULAS-DADAS FROM CONSOLE
              IF WRK-AULAS-DADAS = ZEROS
                 DISPLAY 'SEM AULAS DADAS NAO HA FREQUENCIA A LANCAR.'
              ELSE
                 PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-ALUNOS
                    PERFORM 0220-DIGITAR-FALTAS
                       THRU 0220-DIGITAR-FALTAS-FIM
                 END-PERFORM
                 PERFORM 0600-CONFIRMAR THRU 0600-CONFIRMAR-FIM
              END-IF
           END-IF.

           0200-LANCAR-FIM.
      *----------------------------------------------------------------*
           0210-PEDIR-BIMESTRE.
           DISPLAY 'BIMESTRE (1-4): '.
           ACCEPT WRK-BIMESTRE FROM CONSOLE.
           IF WRK-BIMESTRE < 1 OR WRK-BIMESTRE > 4
              MOVE ZEROS TO WRK-BIMESTRE
           END-IF.

           0210-PEDIR-BIMESTRE-FIM.
      *----------------------------------------------------------------*
           0220-DIGITAR-FALTAS.
      *    FALTA ACIMA DAS AULAS DADAS E DIGITACAO ERRADA: PEDE DE
      *    NOVO ATE VIR UM NUMERO POSSIVEL.
           MOVE 999 TO WRK-FALTAS.
           PERFORM UNTIL WRK-FALTAS <= WRK-AULAS-DADAS
              DISPLAY WRK-ALU-NOME(WRK-IDX) ' - FALTAS (ATE '
                 WRK-AULAS-DADAS '): '
              ACCEPT WRK-FALTAS FROM CONSOLE
              IF WRK-FALTAS > WRK-AULAS-DADAS
                 DISPLAY '  FALTAS ACIMA DAS AULAS DADAS!'
              END-IF
           END-PERFORM.
           MOVE WRK-AULAS-DADAS
              TO WRK-ALU-AULAS(WRK-IDX, WRK-BIMESTRE).
           MOVE WRK-FALTAS
              TO WRK-ALU-FALTAS(WRK-IDX, WRK-BIMESTRE).

           0220-DIGITAR-FALTAS-FIM.
      *----------------------------------------------------------------*
           0300-CORRIGIR.
           DISPLAY 'NOME DO ALUNO (COMO NO ALUNOS.DAT): '.
           ACCEPT WRK-NOME-INF FROM CONSOLE.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-ALUNOS
                 OR WRK-ACHOU = 'S'
              IF WRK-ALU-NOME(WRK-IDX) = WRK-NOME-INF
                 MOVE 'S' TO WRK-ACHOU
                 SUBTRACT 1 FROM WRK-IDX
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
              DISPLAY 'ALUNO NAO ENCONTRADO NO ALUNOS.DAT.'
           ELSE
              PERFORM 0210-PEDIR-BIMESTRE
                 THRU 0210-PEDIR-BIMESTRE-FIM
              IF WRK-BIMESTRE = ZEROS
                 DISPLAY 'BIMESTRE INVALIDO.'
              ELSE
                 DISPLAY 'LANCADO: '
                    WRK-ALU-FALTAS(WRK-IDX, WRK-BIMESTRE)
                    ' FALTAS EM '
                    WRK-ALU-AULAS(WRK-IDX, WRK-BIMESTRE) ' AULAS.'
                 DISPLAY 'AULAS DADAS NO BIMESTRE ' WRK-BIMESTRE ': '
                 ACCEPT WRK-AULAS-DADAS FROM CONSOLE
                 PERFORM 0220-DIGITAR-FALTAS
                    THRU 0220-DIGITAR-FALTAS-FIM
                 PERFORM 0600-CONFIRMAR THRU 0600-CONFIRMAR-FIM
              END-IF
           END-IF.

           0300-CORRIGIR-FIM.
      *----------------------------------------------------------------*
           0400-LISTAR.
           DISPLAY 'ALUNO                         '
              '  FAL/AUL  FAL/AUL  FAL/AUL  FAL/AUL  FREQ%'.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-ALUNOS
              MOVE WRK-ALU-NOME(WRK-IDX) TO WRK-LIS-NOME
              MOVE ZEROS TO WRK-TOT-AULAS WRK-TOT-FALTAS
              PERFORM VARYING WRK-IDX-BIM FROM 1 BY 1
                    UNTIL WRK-IDX-BIM > 4
                 MOVE WRK-ALU-FALTAS(WRK-IDX, WRK-IDX-BIM)
                    TO WRK-LIS-FALTAS(WRK-IDX-BIM)
                 MOVE WRK-ALU-AULAS(WRK-IDX, WRK-IDX-BIM)
                    TO WRK-LIS-AULAS(WRK-IDX-BIM)
                 ADD WRK-ALU-AULAS(WRK-IDX, WRK-IDX-BIM)
                    TO WRK-TOT-AULAS
                 ADD WRK-ALU-FALTAS(WRK-IDX, WRK-IDX-BIM)
                    TO WRK-TOT-FALTAS
              END-PERFORM
              IF WRK-TOT-AULAS = ZEROS
                 MOVE '   N/D' TO WRK-LIS-FREQ-X
              ELSE
                 COMPUTE WRK-FREQUENCIA ROUNDED =
                    (WRK-TOT-AULAS - WRK-TOT-FALTAS) * 100
                    / WRK-TOT-AULAS
                 MOVE WRK-FREQUENCIA TO WRK-LIS-FREQ
              END-IF
              DISPLAY WRK-LINHA-LISTA
           END-PERFORM.
           DISPLAY 'ALUNOS NA TURMA: ' WRK-QTD-ALUNOS.

           0400-LISTAR-FIM.
      *----------------------------------------------------------------*
           0500-GRAVAR.
      *    TURMA ACIMA DA TABELA: OS ALUNOS QUE NAO COUBERAM SE
      *    PERDERIAM NA REGRAVACAO, ENTAO O ARQUIVO FICA COMO ESTAVA.
           IF WRK-TURMA-CHEIA = 'S'
              DISPLAY 'ALUNOS.DAT TEM MAIS DE 200 ALUNOS. '
                 'NADA FOI GRAVADO.'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ALUNOS
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-ALUNOS
                 MOVE WRK-ALU-NOME(WRK-IDX)  TO ALUNO-NOME
                 MOVE WRK-ALU-NOTAS(WRK-IDX) TO ALUNO-NOTAS
                 PERFORM VARYING WRK-IDX-BIM FROM 1 BY 1
                       UNTIL WRK-IDX-BIM > 4
                    MOVE WRK-ALU-AULAS(WRK-IDX, WRK-IDX-BIM)
                       TO ALUNO-AULAS(WRK-IDX-BIM)
                    MOVE WRK-ALU-FALTAS(WRK-IDX, WRK-IDX-BIM)
                       TO ALUNO-FALTAS(WRK-IDX-BIM)
                 END-PERFORM
                 WRITE ALUNO-REG
              END-PERFORM
              CLOSE ALUNOS
              DISPLAY 'FREQUENCIA GRAVADA EM ALUNOS.DAT. ALUNOS: '
                 WRK-QTD-ALUNOS
           END-IF.

           0500-GRAVAR-FIM.
      *----------------------------------------------------------------*
           0600-CONFIRMAR.
           DISPLAY 'GRAVAR A FREQUENCIA DIGITADA (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
              MOVE 'S' TO WRK-ALTERADO
           ELSE
              DISPLAY 'FREQUENCIA DESCARTADA.'
           END-IF.

           0600-CONFIRMAR-FIM.
      *----------------------------------------------------------------*
