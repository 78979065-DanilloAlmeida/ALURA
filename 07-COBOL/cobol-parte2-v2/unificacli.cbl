          05 WRK-SOB-ENDERECO  PIC X(66).
          05 WRK-SOB-LIMITE    PIC 9(07)V99.
          05 WRK-SOB-SITUACAO  PIC X(01).
          05 WRK-SOB-BLOQ      PIC X(01).
          05 WRK-SOB-SEM-MKT   PIC X(01).
       01 WRK-DUPLICADO.
          05 WRK-DUP-NOME      PIC X(30).
          05 WRK-DUP-EMAIL     PIC X(40).
          05 WRK-DUP-CPF       PIC 9(11).
          05 WRK-DUP-ENDERECO  PIC X(66).
          05 WRK-DUP-LIMITE    PIC 9(07)V99.
          05 WRK-DUP-BLOQ      PIC X(01).
          05 WRK-DUP-SEM-MKT   PIC X(01).
       01 WRK-JRN-ANTES.
          05 WRK-JRN-ANTES-FONE     PIC 9(09).
          05 WRK-JRN-ANTES-NOME     PIC X(30).
                 MOVE CLIENTES-ENDERECO TO WRK-SOB-ENDERECO
                 MOVE CLIENTES-LIMITE-CREDITO TO WRK-SOB-LIMITE
                 MOVE CLIENTES-SITUACAO TO WRK-SOB-SITUACAO
                 MOVE CLIENTES-BLOQ-CREDITO TO WRK-SOB-BLOQ
                 MOVE CLIENTES-SEM-MARKETING TO WRK-SOB-SEM-MKT
              END-IF
           END-IF.

                 MOVE CLIENTES-CPF      TO WRK-DUP-CPF
                 MOVE CLIENTES-ENDERECO TO WRK-DUP-ENDERECO
                 MOVE CLIENTES-LIMITE-CREDITO TO WRK-DUP-LIMITE
                 MOVE CLIENTES-BLOQ-CREDITO TO WRK-DUP-BLOQ
                 MOVE CLIENTES-SEM-MARKETING TO WRK-DUP-SEM-MKT
              END-IF
           END-IF.
      *----------------------------------------------------------------*
           IF WRK-DUP-LIMITE > WRK-SOB-LIMITE
              MOVE WRK-DUP-LIMITE TO WRK-SOB-LIMITE
           END-IF.
      *    BLOQUEIO DE CREDITO DO DUPLICADO PASSA PARA O SOBREVIVENTE:
      *    A DIVIDA EM ATRASO VAI JUNTO COM OS TITULOS.
           IF WRK-DUP-BLOQ = 'S'
              MOVE 'S' TO WRK-SOB-BLOQ
           END-IF.
      *    QUEM PEDIU PARA NAO RECEBER CAMPANHAS EM QUALQUER DOS DOIS
      *    CADASTROS CONTINUA FORA DELAS.
           IF WRK-DUP-SEM-MKT = 'S'
              MOVE 'S' TO WRK-SOB-SEM-MKT
           END-IF.

           DISPLAY 'CONFIRMA A UNIFICACAO (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           MOVE WRK-SOB-CPF      TO CLIENTES-CPF.
           MOVE WRK-SOB-ENDERECO TO CLIENTES-ENDERECO.
           MOVE WRK-SOB-LIMITE   TO CLIENTES-LIMITE-CREDITO.
           MOVE WRK-SOB-BLOQ     TO CLIENTES-BLOQ-CREDITO.
           MOVE WRK-SOB-SEM-MKT  TO CLIENTES-SEM-MARKETING.
           REWRITE CLIENTES-REG
              INVALID KEY
                 CONTINUE
