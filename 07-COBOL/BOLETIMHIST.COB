      ******************************************************************
      *    LE O HISTORICO ACUMULADO PELO NOTASLOTE (HISTORICO.DAT) E
      *    IMPRIME EM BOLETIMHIST.REL TODOS OS PERIODOS DE UM ALUNO,
      *    COM AS QUATRO NOTAS, A MEDIA, A FREQUENCIA (N/D NOS
      *    PERIODOS GRAVADOS ANTES DELA), A SITUACAO DO PERIODO E A
      *    PROGRESSAO DA MEDIA EM RELACAO AO PERIODO ANTERIOR
      *    (SUBIU, CAIU OU MANTEVE), PARA A DECISAO DE RECUPERACAO
      *    SAIR DO ARQUIVO E NAO DE IMPRESSO GUARDADO.
             10 HISTE-NOTA OCCURS 4 TIMES PIC 9(02)V99.
          05 HISTE-MEDIA          PIC 9(02)V99.
          05 HISTE-SITUACAO       PIC X(12).
          05 HISTE-AULAS          PIC 9(04).
          05 HISTE-FALTAS         PIC 9(04).
          05 HISTE-FREQUENCIA     PIC 9(03)V99.

       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
          05 FILLER           PIC X(26) VALUE
             'N1    N2    N3    N4'.
          05 FILLER           PIC X(08) VALUE 'MEDIA'.
          05 FILLER           PIC X(09) VALUE 'FREQ%'.
          05 FILLER           PIC X(14) VALUE 'SITUACAO'.
          05 FILLER           PIC X(10) VALUE 'PROGRESSAO'.

          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-MEDIA    PIC Z9,99.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-FREQ     PIC ZZ9,99.
          05 WRK-REL-FREQ-X REDEFINES WRK-REL-FREQ PIC X(06).
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-SIT      PIC X(12).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-PROG     PIC X(08).
          05 FILLER           PIC X(24) VALUE
             'PERIODOS NO HISTORICO: '.
          05 WRK-REL-QTDE     PIC ZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MOVE HISTE-NOTA(3)  TO WRK-REL-N3.
           MOVE HISTE-NOTA(4)  TO WRK-REL-N4.
           MOVE HISTE-MEDIA    TO WRK-REL-MEDIA.
      *    PERIODO GRAVADO ANTES DA FREQUENCIA (CAMPOS EM BRANCO) OU
      *    SEM AULAS LANCADAS SAI COMO N/D.
           IF HISTE-AULAS IS NUMERIC AND HISTE-AULAS > ZEROS
                 AND HISTE-FREQUENCIA IS NUMERIC
              MOVE HISTE-FREQUENCIA TO WRK-REL-FREQ
           ELSE
              MOVE '   N/D'         TO WRK-REL-FREQ-X
           END-IF.
           MOVE HISTE-SITUACAO TO WRK-REL-SIT.
           MOVE WRK-PROGRESSAO TO WRK-REL-PROG.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           MOVE WRK-QTD-PERIODOS TO WRK-REL-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'BOLETIMHIST'     TO SPL-PROGRAMA.
           MOVE 'BOLETIMHIST.REL' TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE HISTORICO.
           DISPLAY 'HISTORICO GRAVADO EM BOLETIMHIST.REL. '
              'PERIODOS: ' WRK-QTD-PERIODOS.
