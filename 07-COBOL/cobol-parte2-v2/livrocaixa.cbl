       77 WRK-SALDO-FECHAMENTO PIC   S9(11)V99 VALUE 0.
       77 WRK-TOT-ENTRADAS     PIC   9(11)V99 VALUE 0.
       77 WRK-TOT-SAIDAS       PIC   9(11)V99 VALUE 0.
       77 WRK-IDX-FORMA        PIC   9(02).
       77 WRK-QTD-MOVIMENTOS   PIC   9(06) VALUE 0.

      *    TOTAIS DO DIA POR FORMA DE PAGAMENTO (O INDICE DA TABELA
      *    E O PROPRIO CODIGO DA FORMA, VER caixa-reg.cpy).
       01 WRK-TABELA-FORMAS.
          05 WRK-FORMA-TAB OCCURS 9 TIMES.
             10 WRK-FORMA-ENTRADA PIC 9(11)V99.
             10 WRK-FORMA-SAIDA   PIC 9(11)V99.

          05 FILLER            PIC X(10) VALUE 'CHEQUE'.
          05 FILLER            PIC X(10) VALUE 'CREDITO'.
          05 FILLER            PIC X(10) VALUE 'BOLETO'.
          05 FILLER            PIC X(10) VALUE 'TARIFA'.
          05 FILLER            PIC X(10) VALUE 'PAGTO BCO'.
          05 FILLER            PIC X(10) VALUE 'SALARIOS'.
       01 WRK-NOME-FORMA REDEFINES WRK-NOMES-FORMAS.
          05 WRK-FORMA-NOME    PIC X(10) OCCURS 9 TIMES.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(26) VALUE
          05 FILLER           PIC X(25) VALUE
             'SALDO DE FECHAMENTO....: '.
          05 WRK-REL-FECH-VAL PIC ZZZZZZZZZZ9.99-.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                          END-IF
                       WHEN CXA-DATA = WRK-DATA-FECHAMENTO
                          ADD 1 TO WRK-QTD-MOVIMENTOS
                          IF CXA-FORMA >= 1 AND CXA-FORMA <= 9
                             IF CXA-TIPO = 'E'
                                ADD CXA-VALOR TO
                                   WRK-FORMA-ENTRADA(CXA-FORMA)
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.

           PERFORM VARYING WRK-IDX-FORMA FROM 1 BY 1
                 UNTIL WRK-IDX-FORMA > 9
              IF WRK-FORMA-ENTRADA(WRK-IDX-FORMA) NOT = ZEROS
                    OR WRK-FORMA-SAIDA(WRK-IDX-FORMA) NOT = ZEROS
                 MOVE WRK-FORMA-NOME(WRK-IDX-FORMA) TO WRK-REL-FORMA
           MOVE WRK-SALDO-FECHAMENTO TO WRK-REL-FECH-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-FECHAMENTO.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'LIVROCAIXA'      TO SPL-PROGRAMA.
           MOVE 'LIVROCAIXA.REL'  TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           DISPLAY 'LIVRO CAIXA GRAVADO EM LIVROCAIXA.REL. '
              'MOVIMENTOS DO DIA: ' WRK-QTD-MOVIMENTOS.
