             05 LINE 19 COLUMN 30 PIC 9(09) FROM FORN-FONE.
             05 LINE 20 COLUMN 15 VALUE 'SITUACAO: '.
             05 LINE 20 COLUMN 30 PIC X(01) FROM FORN-SITUACAO.
             05 LINE 21 COLUMN 15 VALUE 'CLASSE..: '.
             05 LINE 21 COLUMN 30 PIC X(01) FROM FORN-CLASSE.
             05 LINE 21 COLUMN 33 VALUE 'AVALIADO EM: '.
             05 LINE 21 COLUMN 46 PIC 9(08) FROM FORN-DT-CLASSE.

       01 TELA-ALTERAR-DADOS.
             05 LINE 17 COLUMN 15 VALUE 'NOME....: '.
              DISPLAY 'CODIGO DE FORNECEDOR INVALIDO!' AT 2001
           ELSE
              MOVE 'A' TO FORN-SITUACAO
              MOVE SPACES TO FORN-CLASSE
              MOVE ZEROS  TO FORN-DT-CLASSE
              WRITE FORN-REG
                 INVALID KEY
                    CONTINUE
