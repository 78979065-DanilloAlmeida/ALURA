      *    MAIOR, PEDIDO FATURADO EM DOBRO E PEDIDO ENTREGUE NA
      *    COMPETENCIA QUE NUNCA APARECEU EM FATURA, E FECHA A
      *    DIVERGENCIA DO MES POR TRANSPORTADORA EM FRETEAUD.REL.
      *    O QUE FOI DE FATO ENTREGUE VEM DA ROTA DA TRANSPORTADORA
      *    (EXPEDICAO E OCORRENCIAS NO ENTREGAS): PEDIDO COBRADO AINDA
      *    SEM ENTREGA OU QUE FOI POR OUTRA TRANSPORTADORA E APONTADO,
      *    E O ENTREGUE PELA FROTA PROPRIA NAO ESPERA FATURA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
              ALTERNATE RECORD KEY PEDIDOS-DATA
                 WITH DUPLICATES.

           SELECT ROTAS ASSIGN TO WRK-ROTAS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ROTAS-STATUS
              RECORD KEY ROTA-CHAVE.

           SELECT RELATORIO ASSIGN TO 'FRETEAUD.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD ROTAS.
       COPY 'rotas-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'pedidos-cfg.cpy'.
       COPY 'rotas-cfg.cpy'.
       77 FRETEFAT-STATUS      PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 ROTAS-STATUS         PIC   9(02).
       77 WRK-ROTAS-ABERTO     PIC   X(01) VALUE 'N'.
      *    TRANSPORTADORA DA ROTA QUE LEVOU O PEDIDO; BRANCO = FROTA
      *    PROPRIA OU PEDIDO SEM ROTA DE TRANSPORTADORA.
       77 WRK-TRANSP-ROTA      PIC   X(03).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(23) VALUE 'OCORRENCIAS APONTADAS: '.
          05 WRK-REL-QTD-DIV  PIC ZZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
              GOBACK
           END-IF.

           ACCEPT WRK-ROTAS-PATH FROM ENVIRONMENT 'ROTAS_DAT'.
           IF WRK-ROTAS-PATH = SPACES
              MOVE WRK-ROTAS-PATH-PADRAO TO WRK-ROTAS-PATH
           END-IF.
           OPEN INPUT ROTAS.
           IF ROTAS-STATUS = 00
              MOVE 'S' TO WRK-ROTAS-ABERTO
           END-IF.

           OPEN INPUT FRETEFAT.
           IF FRETEFAT-STATUS NOT = 00
              DISPLAY 'FRETEFAT.TRN INDISPONIVEL. STATUS: '
           IF PEDIDOS-STATUS = 00 AND WRK-JA-FATURADO = 'N'
              PERFORM 2300-ACUMULAR-CALCULADO
           END-IF.
           IF PEDIDOS-STATUS = 00
              PERFORM 2400-LER-TRANSP-ROTA
           END-IF.

           EVALUATE TRUE
              WHEN PEDIDOS-STATUS NOT = 00
                 MOVE FF-VALOR-COBRADO TO WRK-REL-DIF
                 MOVE 'FATURADO EM DOBRO' TO WRK-REL-OCORR
                 PERFORM 2900-APONTAR
              WHEN PEDIDOS-SITUACAO NOT = 'E'
                 MOVE PEDIDOS-FRETE TO WRK-REL-CALC
                 MOVE FF-VALOR-COBRADO TO WRK-REL-DIF
                 MOVE 'COBRADO SEM ENTREGA' TO WRK-REL-OCORR
                 PERFORM 2900-APONTAR
              WHEN WRK-TRANSP-ROTA NOT = SPACES
                    AND WRK-TRANSP-ROTA NOT = FF-TRANSPORTADORA
                 MOVE PEDIDOS-FRETE TO WRK-REL-CALC
                 MOVE FF-VALOR-COBRADO TO WRK-REL-DIF
                 MOVE 'ENTREGUE POR OUTRA' TO WRK-REL-OCORR
                 PERFORM 2900-APONTAR
              WHEN FF-VALOR-COBRADO > PEDIDOS-FRETE
                 MOVE PEDIDOS-FRETE TO WRK-REL-CALC
                 COMPUTE WRK-DIFERENCA =
              ADD PEDIDOS-FRETE
                 TO WRK-TRA-CALCULADO(WRK-IDX-TRA)
           END-IF.
      *----------------------------------------------------------------*
       2400-LER-TRANSP-ROTA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-TRANSP-ROTA.
           IF WRK-ROTAS-ABERTO = 'S' AND PEDIDOS-ROTA > ZEROS
              MOVE PEDIDOS-ROTA TO ROTA-NUMERO
              READ ROTAS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF ROTAS-STATUS = 00
                 MOVE ROTA-TRANSPORTADORA TO WRK-TRANSP-ROTA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2900-APONTAR SECTION.
      *----------------------------------------------------------------*
                 MOVE 'S' TO WRK-JA-FATURADO
              END-IF
           END-PERFORM.
      *    ENTREGUE PELA FROTA PROPRIA (ROTA SEM TRANSPORTADORA) NAO
      *    TEM FATURA DE FRETE A ESPERAR.
           PERFORM 2400-LER-TRANSP-ROTA.
           IF WRK-ROTAS-ABERTO = 'S' AND PEDIDOS-ROTA > ZEROS
                 AND ROTAS-STATUS = 00 AND WRK-TRANSP-ROTA = SPACES
              MOVE 'S' TO WRK-JA-FATURADO
           END-IF.
           IF WRK-JA-FATURADO = 'N'
              MOVE PEDIDOS-TRANSPORTADORA TO WRK-REL-TRANSP
              MOVE PEDIDOS-NUMERO         TO WRK-REL-PEDIDO
                 WRK-QTD-EXCEDENTES ' LINHAS FORA).'
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'FRETEAUDIT'      TO SPL-PROGRAMA.
           MOVE 'FRETEAUD.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE PEDIDOS.
           IF WRK-ROTAS-ABERTO = 'S'
              CLOSE ROTAS
           END-IF.
           DISPLAY 'FRETEAUD.REL GERADO. LINHAS LIDAS: '
              WRK-QTD-LINHAS ' OCORRENCIAS: ' WRK-QTD-DIVERG.
