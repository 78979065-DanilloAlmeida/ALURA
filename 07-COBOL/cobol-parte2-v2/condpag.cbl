             05 LINE 19 COLUMN 35 PIC 9(03) USING COND-INTERVALO-DIAS.
             05 LINE 20 COLUMN 15 VALUE 'ENTRADA (S/N).: '.
             05 LINE 20 COLUMN 35 PIC X(01) USING COND-ENTRADA.
             05 LINE 21 COLUMN 15 VALUE 'NA ENTREGA (S/N): '.
             05 LINE 21 COLUMN 35 PIC X(01) USING COND-NA-ENTREGA.

       01 TELA-CONSULTA-CHAVE.
             05 LINE 16 COLUMN 15 VALUE 'CODIGO.......: '.
             05 LINE 19 COLUMN 35 PIC 9(03) FROM COND-INTERVALO-DIAS.
             05 LINE 20 COLUMN 15 VALUE 'ENTRADA (S/N).: '.
             05 LINE 20 COLUMN 35 PIC X(01) FROM COND-ENTRADA.
             05 LINE 21 COLUMN 15 VALUE 'NA ENTREGA (S/N): '.
             05 LINE 21 COLUMN 35 PIC X(01) FROM COND-NA-ENTREGA.

       01 TELA-ALTERAR-DADOS.
             05 LINE 17 COLUMN 15 VALUE 'DESCRICAO....: '.
             05 LINE 19 COLUMN 35 PIC 9(03) USING COND-INTERVALO-DIAS.
             05 LINE 20 COLUMN 15 VALUE 'ENTRADA (S/N).: '.
             05 LINE 20 COLUMN 35 PIC X(01) USING COND-ENTRADA.
             05 LINE 21 COLUMN 15 VALUE 'NA ENTREGA (S/N): '.
             05 LINE 21 COLUMN 35 PIC X(01) USING COND-NA-ENTREGA.

       01 TELA-EXCLUIR-CONFIRMA.
             05 LINE 17 COLUMN 15 VALUE 'DESCRICAO....: '.
           MOVE ZEROS  TO COND-CODIGO COND-QTD-PARCELAS
                          COND-INTERVALO-DIAS.
           MOVE SPACES TO COND-DESCRICAO.
           MOVE 'N'    TO COND-ENTRADA COND-NA-ENTREGA.
           ACCEPT TELA-INCLUSAO.

           EVALUATE TRUE
                 IF COND-ENTRADA NOT = 'S'
                    MOVE 'N' TO COND-ENTRADA
                 END-IF
                 IF COND-NA-ENTREGA = 's'
                    MOVE 'S' TO COND-NA-ENTREGA
                 END-IF
                 IF COND-NA-ENTREGA NOT = 'S'
                    MOVE 'N' TO COND-NA-ENTREGA
                 END-IF
                 WRITE COND-REG
                    INVALID KEY
                       CONTINUE
                 IF COND-ENTRADA NOT = 'S'
                    MOVE 'N' TO COND-ENTRADA
                 END-IF
                 IF COND-NA-ENTREGA = 's'
                    MOVE 'S' TO COND-NA-ENTREGA
                 END-IF
                 IF COND-NA-ENTREGA NOT = 'S'
                    MOVE 'N' TO COND-NA-ENTREGA
                 END-IF
                 REWRITE COND-REG
                    INVALID KEY
                       CONTINUE
