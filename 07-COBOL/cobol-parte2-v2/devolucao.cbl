           SELECT VENDAS-ACM ASSIGN TO 'VENDASACM.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VENDAS-ACM-STATUS.

           SELECT ESTVENDA ASSIGN TO 'ESTVENDA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTVENDA-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
          05 ACM-ANO     PIC 9(04).
          05 ACM-MES     PIC 9(02).
          05 ACM-VALOR   PIC 9(10)V99.
      *-------------
       FD ESTVENDA.
       COPY 'estvenda-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77 VENDAS-LOG-STATUS    PIC   9(02).
       77 WRK-VENDLOG-PATH     PIC   X(30).
       77 VENDAS-ACM-STATUS    PIC   9(02).
       77 ESTVENDA-STATUS      PIC   9(02).
       77 WRK-NUM-PEDIDO       PIC   9(09).
       77 WRK-LINHA            PIC   9(03).
       77 WRK-QTD-DEVOLVER     PIC   9(05)V99.
       01 WRK-MOTIVO-DEVOL.
          05 FILLER           PIC X(10) VALUE 'DEVOL PED '.
          05 WRK-MOTIVO-NUMERO PIC 9(09).
       COPY 'fidpontos-lnk.cpy'.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
       77 WRK-PER-MODULO       PIC   X(01).
       77 WRK-PER-DATA         PIC   9(08).
       77 WRK-PER-COMPETENCIA  PIC   9(06).
       77 WRK-PER-CONFIRMA     PIC   X(01).
       77 WRK-PERIODO-OK       PIC   X(01).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                    DISPLAY 'SO PEDIDO ENTREGUE ACEITA DEVOLUCAO. '
                       'PEDIDO NAO ENTREGUE SE CANCELA NO PEDIDOS.'
                 WHEN OTHER
      *             A MERCADORIA VOLTA AO ESTOQUE HOJE; O ESTORNO DA
      *             VENDA SAI NO MES DO PEDIDO, OU HOJE SE ESSE MES
      *             JA ESTA FECHADO E O OPERADOR ACEITAR.
                    MOVE 'E' TO WRK-PER-MODULO
                    ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD
                    PERFORM 2050-CONFERIR-PERIODO
                    IF WRK-PERIODO-OK = 'S'
                       MOVE 'V'          TO WRK-PER-MODULO
                       MOVE PEDIDOS-DATA TO WRK-PER-DATA
                       PERFORM 2050-CONFERIR-PERIODO
                    END-IF
                    IF WRK-PERIODO-OK = 'S'
                       PERFORM 2100-DEVOLVER-LINHAS
                    END-IF
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       2050-CONFERIR-PERIODO SECTION.
      *----------------------------------------------------------------*
      *    CONFERE NO PERVALIDA A COMPETENCIA DE WRK-PER-DATA NO
      *    MODULO WRK-PER-MODULO. COMPETENCIA FECHADA COM O MES ATUAL
      *    ABERTO: O OPERADOR PODE LANCAR HOJE (A DATA DE HOJE VOLTA
      *    EM WRK-PER-DATA).
           MOVE 'S'            TO WRK-PERIODO-OK.
           MOVE WRK-PER-MODULO TO PEV-MODULO.
           MOVE WRK-PER-DATA   TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.
           MOVE WRK-PER-DATA(1:6) TO WRK-PER-COMPETENCIA.
           EVALUATE PEV-RETORNO
              WHEN 'F'
                 DISPLAY 'COMPETENCIA ' WRK-PER-COMPETENCIA
                    ' FECHADA. LANCAR NA DATA DE HOJE (S/N)? '
                 MOVE SPACES TO WRK-PER-CONFIRMA
                 ACCEPT WRK-PER-CONFIRMA FROM CONSOLE
                 IF WRK-PER-CONFIRMA = 'S' OR WRK-PER-CONFIRMA = 's'
                    MOVE PEV-DATA-ATUAL TO WRK-PER-DATA
                 ELSE
                    MOVE 'N' TO WRK-PERIODO-OK
                 END-IF
              WHEN 'X'
                 MOVE 'N' TO WRK-PERIODO-OK
           END-EVALUATE.
           IF WRK-PERIODO-OK = 'N'
              DISPLAY 'COMPETENCIA ' WRK-PER-COMPETENCIA
                 ' FECHADA: DEVOLUCAO NAO FEITA.'
           END-IF.
      *----------------------------------------------------------------*
       2100-DEVOLVER-LINHAS SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTD-LINHAS-DEV > ZEROS
              PERFORM 2200-ESTORNAR-VENDA-POSTADA
              PERFORM 2250-REGISTRAR-ESTORNO
              PERFORM 2300-CREDITAR-CLIENTE
              PERFORM 2400-ESTORNAR-PONTOS
              DISPLAY 'DEVOLUCAO CONCLUIDA. VALOR CREDITADO: '
                 WRK-TOTAL-DEVOLVIDO
           ELSE
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-E-KIT.
           IF WRK-KITS-ABERTO = 'S'
                 AND ITENS-KIT-MONTADO NOT = 'M'
              MOVE ITENS-CODIGO-PRODUTO TO KIT-CODIGO
              MOVE ZEROS                TO KIT-COMPONENTE
              START KITS KEY IS NOT LESS THAN KIT-CHAVE
      *    MESMA REGRA DO CANCELAMENTO DE PEDIDO JA POSTADO: SE A
      *    DATA DO PEDIDO JA FOI VARRIDA PELO VENDASPOST, GRAVA O
      *    ESTORNO NA RAZAO DE VENDAS (TIPO 'E', VALOR NEGATIVO) E
      *    DEVOLVE O VALOR NO MES DO ACUMULADO. O ESTORNO E DATADO
      *    EM WRK-PER-DATA, CONFERIDA ANTES DA DEVOLUCAO.
           MOVE ZEROS TO WRK-VPC-ULTIMA-DATA.
           OPEN INPUT VENDASPOSTCTL.
           IF VENDASPOSTCTL-STATUS = 00
           ELSE
              MOVE SPACES TO WRK-VENDLOG-PATH
              STRING 'VENDLOG'        DELIMITED BY SIZE
                     WRK-PER-DATA(1:6) DELIMITED BY SIZE
                     '.DAT'           DELIMITED BY SIZE
                 INTO WRK-VENDLOG-PATH
              OPEN EXTEND VENDAS-LOG
                 DISPLAY 'ERRO NA RAZAO DE VENDAS. STATUS: '
                    VENDAS-LOG-STATUS
              ELSE
                 MOVE WRK-PER-DATA      TO WRK-DATA-PEDIDO-R
                 MOVE WRK-PER-DATA      TO LOG-DATA
                 MOVE WRK-MES-PEDIDO-R  TO LOG-MES
                 COMPUTE LOG-VALOR = WRK-TOTAL-DEVOLVIDO * -1
      *          A DEVOLUCAO ESTORNA NO VENDEDOR QUE RECEBEU A VENDA,
      *          PARA A COMISSAO E A META CAIREM JUNTO.
                 IF PEDIDOS-VENDEDOR = SPACES
                    MOVE 'DEVOLUCAO'      TO LOG-VENDEDOR
                 ELSE
                    MOVE PEDIDOS-VENDEDOR TO LOG-VENDEDOR
                 END-IF
                 MOVE 'E'               TO LOG-TIPO
                 MOVE PEDIDOS-FILIAL    TO LOG-FILIAL
                 WRITE LOG-REG
                    CLOSE VENDAS-ACM
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       2250-REGISTRAR-ESTORNO SECTION.
      *----------------------------------------------------------------*
      *    A DEVOLUCAO FICA EM ESTVENDA.DAT COM O PEDIDO, PARA O
      *    COMISSAO NA BASE RECEBIMENTO ESTORNAR A COMISSAO JA LIBERADA
      *    SOBRE O VALOR DEVOLVIDO.
           OPEN EXTEND ESTVENDA.
           IF ESTVENDA-STATUS = 35
              OPEN OUTPUT ESTVENDA
           END-IF.
           IF ESTVENDA-STATUS NOT = 00
              DISPLAY 'ERRO NA RAZAO DE ESTORNOS. STATUS: '
                 ESTVENDA-STATUS
           ELSE
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              MOVE WRK-DATA-ATUAL      TO ESV-DATA
              MOVE PEDIDOS-NUMERO      TO ESV-PEDIDO
              MOVE PEDIDOS-VENDEDOR    TO ESV-VENDEDOR
              MOVE 'D'                 TO ESV-ORIGEM
              MOVE WRK-TOTAL-DEVOLVIDO TO ESV-VALOR
              MOVE PEDIDOS-FILIAL      TO ESV-FILIAL
              WRITE ESV-REG
              CLOSE ESTVENDA
           END-IF.
      *----------------------------------------------------------------*
       2300-CREDITAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           ELSE
              DISPLAY 'ERRO AO CREDITAR. STATUS: ' CREDITOS-STATUS
           END-IF.
      *----------------------------------------------------------------*
       2400-ESTORNAR-PONTOS SECTION.
      *----------------------------------------------------------------*
      *    OS PONTOS DE FIDELIDADE DO PEDIDO SAO ESTORNADOS NA
      *    PROPORCAO DO VALOR DEVOLVIDO SOBRE O VALOR DO PEDIDO.
           MOVE 'E'                  TO FPT-OPERACAO.
           MOVE PEDIDOS-FONE-CLIENTE TO FPT-FONE.
           MOVE PEDIDOS-NUMERO       TO FPT-PEDIDO.
           MOVE WRK-TOTAL-DEVOLVIDO  TO FPT-VALOR.
           MOVE PEDIDOS-VALOR        TO FPT-VALOR-PEDIDO.
           MOVE ZEROS                TO FPT-QTD.
           MOVE 'DEVOLUCAO'          TO FPT-ORIGEM.
           CALL 'FIDPONTOS' USING FPT-PARAMETROS.
           IF FPT-RETORNO = 'S' AND FPT-QTD > ZEROS
              DISPLAY 'PONTOS DE FIDELIDADE ESTORNADOS: ' FPT-QTD
           END-IF.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
