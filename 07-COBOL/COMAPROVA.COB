      *    AJUSTAR O VALOR), REJEITA ('R') OU DEIXA PENDENTE. COMO A
      *    RAZAO E SEQUENCIAL, O ARQUIVO E REGRAVADO VIA TEMPORARIO,
      *    NO MESMO DESENHO DO EXPURGO DAS RAZOES. SO AS LINHAS 'A'
      *    ENTRAM COMO PROVENTO NA FOLHA. LINHA NEGATIVA E ESTORNO DE
      *    COMISSAO JA PAGA (COMISSAO NA BASE RECEBIMENTO) E, APROVADA,
      *    ABATE DAS COMISSOES DO VENDEDOR NA FOLHA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
           DISPLAY 'VENDEDOR: ' COMIS-VENDEDOR
              ' MATRICULA: ' COMIS-MATRICULA
              ' VALOR: ' COMIS-VALOR.
           IF COMIS-VALOR < ZEROS
              DISPLAY 'ESTORNO DE COMISSAO DE PEDIDO CANCELADO OU '
                 'DEVOLVIDO (DESCONTA NA FOLHA).'
           END-IF.
           IF COMIS-MATRICULA = ZEROS
              DISPLAY 'ATENCAO: SEM MATRICULA VINCULADA - A FOLHA '
                 'NAO VAI PAGAR ESTA LINHA.'
              WHEN 'A'
                 DISPLAY 'VALOR AJUSTADO (0 = MANTER O CALCULADO): '
                 ACCEPT WRK-VALOR-AJUSTE FROM CONSOLE
      *          O AJUSTE E DIGITADO SEM SINAL; NO ESTORNO CONTINUA
      *          NEGATIVO.
                 IF WRK-VALOR-AJUSTE NOT = ZEROS
                    IF COMIS-VALOR < ZEROS
                       COMPUTE COMIS-VALOR = WRK-VALOR-AJUSTE * -1
                    ELSE
                       MOVE WRK-VALOR-AJUSTE TO COMIS-VALOR
                    END-IF
                 END-IF
                 MOVE 'A' TO COMIS-SITUACAO
                 ADD 1 TO WRK-QTD-APROVADAS
