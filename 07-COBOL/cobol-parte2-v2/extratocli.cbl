              FILE STATUS IS PEDITENS-STATUS
              RECORD KEY ITENS-CHAVE.

           SELECT SAC ASSIGN TO WRK-SAC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SAC-STATUS
              RECORD KEY SAC-CHAVE
              ALTERNATE RECORD KEY SAC-FONE WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO 'EXTRATO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      *-------------
       FD PEDITENS.
       COPY 'peditens-reg.cpy'.
      *-------------
       FD SAC.
       COPY 'sac-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
       COPY 'clientes-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       COPY 'sac-cfg.cpy'.
       77 CLIENTES-STATUS      PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 SAC-STATUS           PIC   9(02).
       77 WRK-SAC-ABERTO       PIC   X(01) VALUE 'N'.
       77 WRK-FIM-SAC          PIC   X(01).
       77 WRK-QTD-CHAMADOS     PIC   9(05).
       77 WRK-QTD-PENDENTES    PIC   9(05).
       77 WRK-FONE-CONSULTA    PIC   9(09).
       77 WRK-FIM-BUSCA        PIC   X(01).
       77 WRK-IDX-ITEM         PIC   9(03).
          05 WRK-EXT-QTD-PED  PIC ZZZZZ9.
          05 FILLER           PIC X(20) VALUE '  VALOR ACUMULADO: '.
          05 WRK-EXT-TOTAL    PIC ZZZZZZZZZZ9.99.

       01 WRK-LIN-PONTOS.
          05 FILLER           PIC X(25) VALUE
             'PONTOS DE FIDELIDADE....:'.
          05 WRK-EXT-PONTOS   PIC ZZZZZZZZ9.
          05 FILLER           PIC X(12) VALUE '  VALOR R$: '.
          05 WRK-EXT-VLR-PONTOS PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(14) VALUE '  VENCE 30D: '.
          05 WRK-EXT-PTS-VENCER PIC ZZZZZZZZ9.
       COPY 'fidpontos-lnk.cpy'.

       01 WRK-LIN-SAC.
          05 FILLER           PIC X(25) VALUE
             'CHAMADOS NO SAC.........:'.
          05 WRK-EXT-CHAMADOS PIC ZZZZ9.
          05 FILLER           PIC X(15) VALUE '  PENDENTES: '.
          05 WRK-EXT-PENDENTES PIC ZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
              GOBACK
           END-IF.

      *    SEM SAC.DAT (SAC AINDA NAO USADO) A LINHA DE CHAMADOS
      *    SIMPLESMENTE NAO SAI.
           ACCEPT WRK-SAC-PATH FROM ENVIRONMENT 'SAC_DAT'.
           IF WRK-SAC-PATH = SPACES
              MOVE WRK-SAC-PATH-PADRAO TO WRK-SAC-PATH
           END-IF.
           OPEN INPUT SAC.
           IF SAC-STATUS = 00
              MOVE 'S' TO WRK-SAC-ABERTO
           END-IF.

           OPEN OUTPUT RELATORIO.

           MOVE 1 TO WRK-FONE-CONSULTA.
           MOVE WRK-TOTAL-COMPRAS TO WRK-EXT-TOTAL.
           DISPLAY WRK-LIN-TOTAL.
           WRITE REG-RELATORIO FROM WRK-LIN-TOTAL.

      *    SALDO DE PONTOS DE FIDELIDADE, JA SEM OS VENCIDOS.
           MOVE 'S'               TO FPT-OPERACAO.
           MOVE WRK-FONE-CONSULTA TO FPT-FONE.
           MOVE ZEROS             TO FPT-PEDIDO FPT-VALOR
                                     FPT-VALOR-PEDIDO FPT-QTD.
           MOVE 'EXTRATOCLI'      TO FPT-ORIGEM.
           CALL 'FIDPONTOS' USING FPT-PARAMETROS.
           IF FPT-RETORNO = 'S'
              MOVE FPT-SALDO       TO WRK-EXT-PONTOS
              MOVE FPT-VALOR-SALDO TO WRK-EXT-VLR-PONTOS
              MOVE FPT-A-VENCER    TO WRK-EXT-PTS-VENCER
              DISPLAY WRK-LIN-PONTOS
              WRITE REG-RELATORIO FROM WRK-LIN-PONTOS
           END-IF.
           IF WRK-SAC-ABERTO = 'S'
              PERFORM 0230-CONTAR-CHAMADOS
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *----------------------------------------------------------------*
           IF PEDIDOS-SITUACAO NOT = 'C'
              ADD PEDIDOS-VALOR TO WRK-TOTAL-COMPRAS
           END-IF.
      *----------------------------------------------------------------*
       0230-CONTAR-CHAMADOS SECTION.
      *----------------------------------------------------------------*
      *    CHAMADOS DO SAC DO CLIENTE PELA CHAVE ALTERNATIVA DE FONE;
      *    PENDENTES SAO OS AINDA NAO RESOLVIDOS.
           MOVE ZEROS TO WRK-QTD-CHAMADOS WRK-QTD-PENDENTES.
           MOVE 'N'   TO WRK-FIM-SAC.
           MOVE WRK-FONE-CONSULTA TO SAC-FONE.
           START SAC KEY IS = SAC-FONE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-SAC
           END-START.
           PERFORM UNTIL WRK-FIM-SAC = 'S'
              READ SAC NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-SAC
              END-READ
              IF WRK-FIM-SAC NOT = 'S'
                    AND (SAC-STATUS NOT = 00
                    OR SAC-FONE NOT = WRK-FONE-CONSULTA)
                 MOVE 'S' TO WRK-FIM-SAC
              END-IF
              IF WRK-FIM-SAC NOT = 'S'
                 ADD 1 TO WRK-QTD-CHAMADOS
                 IF SAC-SITUACAO NOT = 'R'
                    ADD 1 TO WRK-QTD-PENDENTES
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WRK-QTD-CHAMADOS  TO WRK-EXT-CHAMADOS.
           MOVE WRK-QTD-PENDENTES TO WRK-EXT-PENDENTES.
           DISPLAY WRK-LIN-SAC.
           WRITE REG-RELATORIO FROM WRK-LIN-SAC.
      *----------------------------------------------------------------*
       0300-FINALIZAR SECTION.
      *-----------------------
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           IF WRK-SAC-ABERTO = 'S'
              CLOSE SAC
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'EXTRATOCLI'      TO SPL-PROGRAMA.
           MOVE 'EXTRATO.REL'     TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'EXTRATO GRAVADO EM EXTRATO.REL'.
      *----------------------------------------------------------------*
