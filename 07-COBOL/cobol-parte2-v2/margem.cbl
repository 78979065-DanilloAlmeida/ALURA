      *    PEDIDO, POR PRODUTO E POR CATEGORIA EM MARGEM.REL.
      *    PRODUTO SEM COMPRA REGISTRADA ENTRA COM CUSTO ZERO E SAI
      *    MARCADO NO RELATORIO PARA NINGUEM LER MARGEM DE 100% COMO
      *    VERDADE. AS DESPESAS DA ENTRADA RATEADAS NO RECEBIMENTO
      *    (LINHAS 'D': FRETE, SEGURO, DESCARGA) SOMAM NO CUSTO
      *    TOTAL DO PRODUTO SEM SOMAR QUANTIDADE, E O CUSTO MEDIO
      *    SAI COMO CUSTO DE ENTRADA FINAL (LANDED COST). AS
      *    DEVOLUCOES AO FORNECEDOR (LINHAS 'R' DO DEVOLFORN) SAEM
      *    DA QUANTIDADE E DO CUSTO TOTAL PELO CUSTO PAGO NA ENTRADA.
      *    PERIODO JA TODO RESUMIDO PELO VENDRESUMO PODE SER LIDO DE
      *    VENDRESUMO.DAT (CUSTEADO PELO CUSTO MEDIO RECEM-APURADO),
      *    SEM A ABERTURA POR PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT VENDRESUMO ASSIGN TO WRK-VENDRESUMO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS VENDRESUMO-STATUS
              RECORD KEY RES-CHAVE.

           SELECT VENDRESUMOCTL ASSIGN TO 'VENDRESUMO.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VENDRESUMOCTL-STATUS.

           SELECT RELATORIO ASSIGN TO 'MARGEM.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
          05 CMP-QUANTIDADE       PIC 9(05)V99.
          05 CMP-CUSTO-UNITARIO   PIC 9(07)V99.
          05 CMP-CUSTO-TOTAL      PIC 9(09)V99.
          05 CMP-ORDEM            PIC 9(09).
          05 CMP-TIPO             PIC X(01).
      *-------------
      *    CUSTO MEDIO PONDERADO POR PRODUTO, REGRAVADO A CADA
      *    RODADA A PARTIR DA RAZAO DE COMPRAS INTEIRA.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD VENDRESUMO.
       COPY 'vendresumo-reg.cpy'.
      *-------------
       FD VENDRESUMOCTL.
       COPY 'vendresumoctl-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
       COPY 'pedidos-cfg.cpy'.
       COPY 'peditens-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       COPY 'vendresumo-cfg.cpy'.
       77 COMPRAS-STATUS       PIC   9(02).
       77 CUSTOMEDIO-STATUS    PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 VENDRESUMO-STATUS    PIC   9(02).
       77 VENDRESUMOCTL-STATUS PIC   9(02).
      *    'S' QUANDO O PERIODO TODO JA ESTA EM VENDRESUMO.DAT E A
      *    ABERTURA POR PEDIDO NAO FOI PEDIDA.
       77 WRK-USA-RESUMO       PIC   X(01) VALUE 'N'.
       77 WRK-ABRIR-PEDIDO     PIC   X(01) VALUE 'N'.
      *    LINHA VENDIDA A CUSTEAR, VINDA DO ITEM OU DO RESUMO.
       77 WRK-LIN-CODIGO       PIC   9(06).
       77 WRK-LIN-DESC         PIC   X(30).
       77 WRK-LIN-CATEGORIA    PIC   9(03).
       77 WRK-LIN-QTDE         PIC   9(07)V99.
       77 WRK-LIN-VALOR        PIC   9(09)V99.
       77 WRK-LIN-VENDA-LIQ    PIC   9(09)V99.
       77 WRK-FIM-ARQUIVO      PIC   X(01) VALUE 'N'.
       77 WRK-DATA-INICIO      PIC   9(08).
       77 WRK-DATA-FIM         PIC   9(08).
       77 WRK-TOT-CUSTO        PIC   9(11)V99 VALUE 0.
       77 WRK-TOT-MARGEM       PIC   S9(11)V99 VALUE 0.
       77 WRK-PCT-MARGEM       PIC   S9(03)V99 VALUE 0.
      *    DESPESAS DA ENTRADA EMBUTIDAS NO CUSTO MEDIO.
       77 WRK-TOT-DESPESAS     PIC   9(11)V99 VALUE 0.
       77 WRK-REL-DESPESAS     PIC   ZZZZZZZZZ9.99.

      *    CUSTO MEDIO PONDERADO APURADO DA RAZAO DE COMPRAS.
       01 WRK-TABELA-CUSTOS.
          05 WRK-REL-TOT-MARGEM PIC ZZZZZZZZZ9.99-.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-TOT-PCT  PIC ZZ9.99-.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM 0100-INICIAR.
           PERFORM 0200-APURAR-CUSTO-MEDIO.
           PERFORM 0300-GRAVAR-CUSTOMEDIO.
           IF WRK-USA-RESUMO = 'S'
              PERFORM 0450-ACUMULAR-RESUMO
           ELSE
              PERFORM 0400-ACUMULAR-VENDAS
           END-IF.
           IF RETURN-CODE < 8
              PERFORM 0500-IMPRIMIR
           END-IF.
           PERFORM 0600-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'INFORME A DATA FINAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           PERFORM 0150-VERIFICAR-RESUMO.
      *----------------------------------------------------------------*
       0150-VERIFICAR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *    O RESUMO SO SERVE SE A DATA FINAL JA FOI RESUMIDA; SENAO
      *    (OU SEM O RESUMO) A VARREDURA DOS ITENS CONTINUA VALENDO.
           ACCEPT WRK-VENDRESUMO-PATH FROM ENVIRONMENT
              'VENDRESUMO_DAT'.
           IF WRK-VENDRESUMO-PATH = SPACES
              MOVE WRK-VENDRESUMO-PATH-PADRAO TO WRK-VENDRESUMO-PATH
           END-IF.
           MOVE 'N' TO WRK-USA-RESUMO.
           OPEN INPUT VENDRESUMOCTL.
           IF VENDRESUMOCTL-STATUS = 00
              READ VENDRESUMOCTL
                 AT END
                    CONTINUE
              END-READ
              IF VENDRESUMOCTL-STATUS = 00
                    AND WRK-DATA-FIM <= RCT-ULTIMA-DATA
                 OPEN INPUT VENDRESUMO
                 IF VENDRESUMO-STATUS = 00
                    MOVE 'S' TO WRK-USA-RESUMO
                 END-IF
              END-IF
              CLOSE VENDRESUMOCTL
           END-IF.
      *    O RESUMO NAO TEM O PEDIDO: QUEM PRECISA DA ABERTURA POR
      *    PEDIDO PEDE A VARREDURA DOS ITENS.
           IF WRK-USA-RESUMO = 'S'
              DISPLAY 'PERIODO JA RESUMIDO. ABRIR A MARGEM POR PEDIDO '
                 '(S/N)? '
              ACCEPT WRK-ABRIR-PEDIDO FROM CONSOLE
              IF WRK-ABRIR-PEDIDO = 'S' OR WRK-ABRIR-PEDIDO = 's'
                 CLOSE VENDRESUMO
                 MOVE 'N' TO WRK-USA-RESUMO
              ELSE
                 DISPLAY 'PERIODO LIDO DO RESUMO DIARIO '
                    '(VENDRESUMO.DAT).'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0200-APURAR-CUSTO-MEDIO SECTION.
      *----------------------------------------------------------------*
                 MOVE CMP-CODIGO-PRODUTO TO
                    WRK-CST-CODIGO(WRK-IDX-PROD)
              END-IF
              EVALUATE CMP-TIPO
                 WHEN 'R'
                    PERFORM 0215-ABATER-DEVOLUCAO
                 WHEN 'D'
                    ADD CMP-CUSTO-TOTAL TO WRK-CST-TOTAL(WRK-IDX-PROD)
                    ADD CMP-CUSTO-TOTAL TO WRK-TOT-DESPESAS
                 WHEN OTHER
                    ADD CMP-QUANTIDADE  TO WRK-CST-QTD(WRK-IDX-PROD)
                    ADD CMP-CUSTO-TOTAL TO WRK-CST-TOTAL(WRK-IDX-PROD)
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       0215-ABATER-DEVOLUCAO SECTION.
      *----------------------------------------------------------------*
      *    DEVOLUCAO NUNCA DEIXA QUANTIDADE OU CUSTO NEGATIVO (RAZAO
      *    CONVERTIDA SEM A ENTRADA ORIGINAL, POR EXEMPLO).
           IF CMP-QUANTIDADE < WRK-CST-QTD(WRK-IDX-PROD)
              SUBTRACT CMP-QUANTIDADE FROM WRK-CST-QTD(WRK-IDX-PROD)
           ELSE
              MOVE ZEROS TO WRK-CST-QTD(WRK-IDX-PROD)
           END-IF.
           IF CMP-CUSTO-TOTAL < WRK-CST-TOTAL(WRK-IDX-PROD)
              SUBTRACT CMP-CUSTO-TOTAL FROM WRK-CST-TOTAL(WRK-IDX-PROD)
           ELSE
              MOVE ZEROS TO WRK-CST-TOTAL(WRK-IDX-PROD)
           END-IF.
      *----------------------------------------------------------------*
       0300-GRAVAR-CUSTOMEDIO SECTION.
      *    AS ABERTURAS POR PRODUTO E POR CATEGORIA SAEM DAS TABELAS
      *    DEPOIS.
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR MARGEM.REL. STATUS: '
                 RELATORIO-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WRK-DATA-INICIO TO WRK-REL-DT-INI
              MOVE WRK-DATA-FIM    TO WRK-REL-DT-FIM
              WRITE REG-RELATORIO FROM WRK-REL-CABEC1
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE 'MARGEM POR PEDIDO' TO WRK-REL-SECAO-TITULO
              WRITE REG-RELATORIO FROM WRK-REL-SECAO

              MOVE ZEROS TO PEDIDOS-NUMERO
              START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START

              IF PEDIDOS-STATUS = 00
                 PERFORM UNTIL PEDIDOS-STATUS NOT = 00
                    READ PEDIDOS NEXT RECORD
                       AT END
                          CONTINUE
                    END-READ
                    IF PEDIDOS-STATUS = 00
                          AND PEDIDOS-SITUACAO NOT = 'C'
                          AND PEDIDOS-DATA >= WRK-DATA-INICIO
                          AND PEDIDOS-DATA <= WRK-DATA-FIM
                       PERFORM 0410-PROCESSAR-PEDIDO
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0410-PROCESSAR-PEDIDO SECTION.
                    CONTINUE
              END-READ
              IF PEDITENS-STATUS = 00
                 MOVE ITENS-CODIGO-PRODUTO TO WRK-LIN-CODIGO
                 MOVE ITENS-DESCRICAO      TO WRK-LIN-DESC
                 MOVE ITENS-QUANTIDADE     TO WRK-LIN-QTDE
                 MOVE ITENS-VALOR          TO WRK-LIN-VALOR
                 MOVE ITENS-CODIGO-PRODUTO TO PRODUTOS-CODIGO
                 READ PRODUTOS
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF PRODUTOS-STATUS = 00
                    MOVE PRODUTOS-CATEGORIA TO WRK-LIN-CATEGORIA
                 ELSE
                    MOVE ZEROS TO WRK-LIN-CATEGORIA
                 END-IF
                 PERFORM 0420-CUSTEAR-ITEM
              END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX-PROD FROM 1 BY 1
                 UNTIL WRK-IDX-PROD > WRK-QTD-PROD
                 OR WRK-ACHOU-PROD = 'S'
              IF WRK-CST-CODIGO(WRK-IDX-PROD) = WRK-LIN-CODIGO
                 MOVE 'S' TO WRK-ACHOU-PROD
                 COMPUTE WRK-CUSTO-ITEM ROUNDED =
                    WRK-CST-MEDIO(WRK-IDX-PROD) * WRK-LIN-QTDE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-PROD = 'N'
           PERFORM VARYING WRK-IDX-PROD FROM 1 BY 1
                 UNTIL WRK-IDX-PROD > 300
                 OR WRK-ACHOU-PROD = 'S'
              IF WRK-PRD-CODIGO(WRK-IDX-PROD) = WRK-LIN-CODIGO
                    AND WRK-PRD-DESC(WRK-IDX-PROD) NOT = SPACES
                 MOVE 'S' TO WRK-ACHOU-PROD
                 SUBTRACT 1 FROM WRK-IDX-PROD
                    OR WRK-ACHOU-PROD = 'S'
                 IF WRK-PRD-DESC(WRK-IDX-PROD) = SPACES
                    MOVE 'S' TO WRK-ACHOU-PROD
                    MOVE WRK-LIN-CODIGO TO
                       WRK-PRD-CODIGO(WRK-IDX-PROD)
                    MOVE WRK-LIN-DESC TO
                       WRK-PRD-DESC(WRK-IDX-PROD)
                    SUBTRACT 1 FROM WRK-IDX-PROD
                 END-IF
              END-IF
           END-IF.
           IF WRK-ACHOU-PROD = 'S'
              ADD WRK-LIN-VALOR  TO WRK-PRD-VENDA(WRK-IDX-PROD)
              ADD WRK-CUSTO-ITEM TO WRK-PRD-CUSTO(WRK-IDX-PROD)
              IF WRK-CUSTO-ITEM = ZEROS
                 MOVE 'S' TO WRK-PRD-SEM-CUSTO(WRK-IDX-PROD)
      *----------------------------------------------------------------*
       0440-ACUMULAR-CATEGORIA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU-CAT.
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                 UNTIL WRK-IDX-CAT > WRK-QTD-CAT
                 OR WRK-ACHOU-CAT = 'S'
              IF WRK-CAT-CODIGO(WRK-IDX-CAT) = WRK-LIN-CATEGORIA
                 MOVE 'S' TO WRK-ACHOU-CAT
                 SUBTRACT 1 FROM WRK-IDX-CAT
              END-IF
              IF WRK-ACHOU-CAT = 'N'
                 ADD 1 TO WRK-QTD-CAT
                 MOVE WRK-QTD-CAT TO WRK-IDX-CAT
                 MOVE WRK-LIN-CATEGORIA TO
                    WRK-CAT-CODIGO(WRK-IDX-CAT)
              END-IF
              ADD WRK-LIN-VALOR  TO WRK-CAT-VENDA(WRK-IDX-CAT)
              ADD WRK-CUSTO-ITEM TO WRK-CAT-CUSTO(WRK-IDX-CAT)
           END-IF.
      *----------------------------------------------------------------*
       0450-ACUMULAR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *    MESMAS ABERTURAS POR PRODUTO E CATEGORIA A PARTIR DO
      *    RESUMO DIARIO, CUSTEADAS PELO CUSTO MEDIO APURADO AGORA (O
      *    CUSTO GRAVADO NO RESUMO E O DO DIA EM QUE ELE FOI FEITO). A
      *    VENDA DO TOTAL E O BRUTO MENOS O DESCONTO RATEADO, QUE FECHA
      *    COM A SOMA DOS PEDIDOS-VALOR DA VARREDURA.
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR MARGEM.REL. STATUS: '
                 RELATORIO-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WRK-DATA-INICIO TO WRK-REL-DT-INI
              MOVE WRK-DATA-FIM    TO WRK-REL-DT-FIM
              WRITE REG-RELATORIO FROM WRK-REL-CABEC1
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE 'MARGEM POR PEDIDO' TO WRK-REL-SECAO-TITULO
              WRITE REG-RELATORIO FROM WRK-REL-SECAO
              MOVE '  (PERIODO LIDO DO RESUMO DIARIO: SEM ABERTURA)'
                 TO REG-RELATORIO
              WRITE REG-RELATORIO

              MOVE WRK-DATA-INICIO TO RES-DATA
              MOVE ZEROS           TO RES-PRODUTO RES-FILIAL
                                      RES-CATEGORIA
              START VENDRESUMO KEY IS NOT LESS THAN RES-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              IF VENDRESUMO-STATUS = 00
                 PERFORM UNTIL VENDRESUMO-STATUS NOT = 00
                    READ VENDRESUMO NEXT RECORD
                       AT END
                          CONTINUE
                    END-READ
                    IF VENDRESUMO-STATUS = 00
                          AND RES-DATA > WRK-DATA-FIM
                       MOVE 10 TO VENDRESUMO-STATUS
                    END-IF
                    IF VENDRESUMO-STATUS = 00
                       MOVE RES-PRODUTO     TO WRK-LIN-CODIGO
                       MOVE RES-DESCRICAO   TO WRK-LIN-DESC
                       MOVE RES-CATEGORIA   TO WRK-LIN-CATEGORIA
                       MOVE RES-QTDE        TO WRK-LIN-QTDE
                       MOVE RES-VALOR-BRUTO TO WRK-LIN-VALOR
                       MOVE ZEROS TO WRK-CUSTO-PEDIDO
                       PERFORM 0420-CUSTEAR-ITEM
                       COMPUTE WRK-LIN-VENDA-LIQ =
                          RES-VALOR-BRUTO - RES-DESCONTO
                       ADD WRK-LIN-VENDA-LIQ TO WRK-TOT-VENDA
                       ADD WRK-CUSTO-ITEM    TO WRK-TOT-CUSTO
                       COMPUTE WRK-TOT-MARGEM = WRK-TOT-MARGEM
                          + WRK-LIN-VENDA-LIQ - WRK-CUSTO-ITEM
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0500-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PCT-MARGEM TO WRK-REL-TOT-PCT.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.

           IF WRK-TOT-DESPESAS > ZEROS
              MOVE WRK-TOT-DESPESAS TO WRK-REL-DESPESAS
              MOVE SPACES TO REG-RELATORIO
              STRING 'DESPESAS DA ENTRADA (FRETE/SEGURO/DESCARGA) '
                 DELIMITED BY SIZE
                 'EMBUTIDAS NO CUSTO MEDIO: ' DELIMITED BY SIZE
                 WRK-REL-DESPESAS DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.

           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'MARGEM'          TO SPL-PROGRAMA.
           MOVE 'MARGEM.REL'      TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       0600-FINALIZAR SECTION.
      *-----------------------
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           CLOSE PRODUTOS.
           IF WRK-USA-RESUMO = 'S'
              CLOSE VENDRESUMO
           END-IF.
           DISPLAY 'CUSTO MEDIO REGRAVADO EM CUSTOMEDIO.DAT.'.
           IF RETURN-CODE < 8
              DISPLAY 'MARGEM BRUTA GRAVADA EM MARGEM.REL.'
           END-IF.
      *----------------------------------------------------------------*
