           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL  TO OC-DATA.
           MOVE 'A'             TO OC-SITUACAO.
           MOVE ZEROS           TO OC-COND-PAGTO OC-DT-PREVISTA
                                   OC-COTACAO.
           DISPLAY TELA-INCLUSAO-CONFIRMA.

           WRITE OC-REG
