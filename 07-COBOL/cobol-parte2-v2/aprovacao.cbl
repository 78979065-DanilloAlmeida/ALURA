      *    APROVA ('P' -> 'A', POSTANDO NA RAZAO SE A DATA JA PASSOU
      *    PELO VENDASPOST) OU REJEITA ('P' -> 'C', DEVOLVENDO AS
      *    RESERVAS), SEMPRE COM OPERADOR E MOMENTO NO PEDIDOS.JRN.
      *    NO FECHAMENTO NOTURNO (APROVACAO_MODO=FECHAMENTO) NAO HA
      *    TELA NEM CONFERENCIA DE ADMINISTRADOR: SO APONTA NA FILA
      *    DE EXCECOES OS PEDIDOS PARADOS EM 'P' HA MAIS DE
      *    APROVACAO_ATRASO_DIAS (PADRAO 2).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       77 WRK-ACM-FORMATO-OK   PIC   X(01).
       77 WRK-ANO-ACM          PIC   9(04).
       77 WRK-IDX-ACM          PIC   9(02).
      *    'FECHAMENTO' = PASSO DO FECHAMENTO NOTURNO (SO APONTA OS
      *    PEDIDOS ATRASADOS, NADA PERGUNTADO).
       77 WRK-MODO             PIC   X(10) VALUE SPACES.
       77 WRK-ATRASO-ENV       PIC   X(02) VALUE SPACES.
       77 WRK-ATRASO-DIAS      PIC   9(02) VALUE 2.
       77 WRK-HOJE-INT         PIC   9(08).
       77 WRK-DIAS-PARADO      PIC   S9(05).
       77 WRK-QTD-ATRASADOS    PIC   9(05).
       77 WRK-EXC-DIAS         PIC   ZZZZ9.
       77 WRK-EXC-VALOR        PIC   ZZZZZZ9.99.
       01 WRK-EXC-CHAVE-PEDIDO.
          05 FILLER            PIC X(04) VALUE 'PED '.
          05 WRK-EXC-PEDIDO    PIC 9(09).
       01 WRK-DATA-PEDIDO-R.
          05 WRK-ANO-PEDIDO-R  PIC 9(04).
          05 WRK-MES-PEDIDO-R  PIC 9(02).
          05 WRK-JRN-ANTES-QTD      PIC 9(03).
          05 WRK-JRN-ANTES-VALOR    PIC 9(07)V99.
          05 WRK-JRN-ANTES-SITUACAO PIC X(01).
       COPY 'fidpontos-lnk.cpy'.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
       77 WRK-PER-MODULO       PIC   X(01).
       77 WRK-PER-DATA         PIC   9(08).
       77 WRK-PER-COMPETENCIA  PIC   9(06).
       77 WRK-PER-CONFIRMA     PIC   X(01).
       77 WRK-PERIODO-OK       PIC   X(01).
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO EXCREG.
       COPY 'excreg-lnk.cpy'.

       01 WRK-PEND-DETALHE.
          05 WRK-DET-NUMERO   PIC 9(09).
             05 LINE 21 COLUMN 15 VALUE 'CONFIRMA (S/N)?........: '.
             05 LINE 21 COLUMN 41 PIC X(01) USING WRK-CONFIRMA.

       01 TELA-PERIODO-FECHADO.
             05 LINE 22 COLUMN 15 VALUE 'COMPETENCIA FECHADA: '.
             05 LINE 22 COLUMN 36 PIC 9(06) FROM WRK-PER-COMPETENCIA.
             05 LINE 22 COLUMN 44 VALUE 'LANCAR HOJE (S/N)?: '.
             05 LINE 22 COLUMN 64 PIC X(01) USING WRK-PER-CONFIRMA.

       01 TELA-LISTA-PENDENTES.
             05 LINE 05 COLUMN 15 VALUE
                'PEDIDO     DATA      FONE       VALOR'.
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
           ACCEPT WRK-MODO FROM ENVIRONMENT 'APROVACAO_MODO'.
           IF WRK-MODO = 'FECHAMENTO'
              PERFORM 5000-APONTAR-ATRASADOS
              GOBACK
           END-IF.
           PERFORM 1000-INICIAR.
           IF WRK-ADMIN-OK = 'S'
              PERFORM UNTIL WRK-OPCAO = 'X' OR WRK-OPCAO = 'x'
                 DISPLAY TELA-PEDIDO-ECO
                 MOVE SPACES TO WRK-CONFIRMA
                 ACCEPT TELA-CONFIRMA
      *          A VENDA APROVADA PODE SER POSTADA NO MES DO PEDIDO
      *          (4150); MES FECHADO SO COM A POSTAGEM FEITA HOJE.
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    MOVE 'V'          TO WRK-PER-MODULO
                    MOVE PEDIDOS-DATA TO WRK-PER-DATA
                    PERFORM 4800-CONFERIR-PERIODO
                    IF WRK-PERIODO-OK = 'N'
                       MOVE 'N' TO WRK-CONFIRMA
                    END-IF
                 END-IF
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    PERFORM 4900-GUARDAR-ANTES
                    MOVE 'A' TO PEDIDOS-SITUACAO
                          PEDIDOS-STATUS AT 2001
                    END-IF
                 ELSE
                    IF WRK-PERIODO-OK NOT = 'N'
                       DISPLAY 'APROVACAO CANCELADA!' AT 2001
                    END-IF
                 END-IF
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
      *    SE O VENDASPOST JA PASSOU PELA DATA DO PEDIDO, A NOITE NAO
      *    VAI MAIS POSTA-LO: A VENDA ENTRA NA RAZAO E NO ACUMULADO
      *    AQUI, NO MESMO DESENHO DO LANCAMENTO DO VENDASPOST, COM A
      *    DATA CONFERIDA NA APROVACAO (WRK-PER-DATA).
           MOVE ZEROS TO WRK-VPC-ULTIMA-DATA.
           OPEN INPUT VENDASPOSTCTL.
           IF VENDASPOSTCTL-STATUS = 00
           END-IF.

           IF PEDIDOS-DATA NOT > WRK-VPC-ULTIMA-DATA
              MOVE WRK-PER-DATA TO WRK-DATA-PEDIDO-R
              MOVE SPACES TO WRK-VENDLOG-PATH
              STRING 'VENDLOG'         DELIMITED BY SIZE
                     WRK-PER-DATA(1:6) DELIMITED BY SIZE
                     '.DAT'            DELIMITED BY SIZE
                 INTO WRK-VENDLOG-PATH
              OPEN EXTEND VENDAS-LOG
                 DISPLAY 'ERRO NA RAZAO DE VENDAS. STATUS: '
                    VENDAS-LOG-STATUS AT 2201
              ELSE
                 MOVE WRK-PER-DATA      TO LOG-DATA
                 MOVE WRK-MES-PEDIDO-R  TO LOG-MES
                 MOVE PEDIDOS-VALOR     TO LOG-VALOR
                 IF PEDIDOS-VENDEDOR = SPACES
                    MOVE 'PEDIDOS'        TO LOG-VENDEDOR
                 ELSE
                    MOVE PEDIDOS-VENDEDOR TO LOG-VENDEDOR
                 END-IF
                 MOVE 'V'               TO LOG-TIPO
                 MOVE PEDIDOS-FILIAL    TO LOG-FILIAL
                 WRITE LOG-REG
                    IF PEDIDOS-STATUS = 00
                       MOVE 'R' TO WRK-JRN-OPERACAO
                       PERFORM 4905-GRAVAR-JOURNAL
                       PERFORM 4300-DEVOLVER-PONTOS
                       DISPLAY 'PEDIDO REJEITADO E CANCELADO!'
                          AT 2001
                    ELSE
                 END-IF
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4300-DEVOLVER-PONTOS SECTION.
      *----------------------------------------------------------------*
      *    PONTOS DE FIDELIDADE RESGATADOS NO PEDIDO REJEITADO VOLTAM
      *    AO SALDO DO CLIENTE.
           MOVE 'D'                  TO FPT-OPERACAO.
           MOVE PEDIDOS-FONE-CLIENTE TO FPT-FONE.
           MOVE PEDIDOS-NUMERO       TO FPT-PEDIDO.
           MOVE ZEROS                TO FPT-VALOR FPT-VALOR-PEDIDO
                                        FPT-QTD.
           MOVE 'APROVACAO'          TO FPT-ORIGEM.
           CALL 'FIDPONTOS' USING FPT-PARAMETROS.
      *----------------------------------------------------------------*
       4250-LIBERAR-RESERVAS SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-E-KIT.
           IF WRK-KITS-ABERTO = 'S'
                 AND ITENS-KIT-MONTADO NOT = 'M'
              MOVE ITENS-CODIGO-PRODUTO TO KIT-CODIGO
              MOVE ZEROS                TO KIT-COMPONENTE
              START KITS KEY IS NOT LESS THAN KIT-CHAVE
                    CONTINUE
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------*
       4800-CONFERIR-PERIODO SECTION.
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
                 MOVE SPACES TO WRK-PER-CONFIRMA
                 ACCEPT TELA-PERIODO-FECHADO
                 IF WRK-PER-CONFIRMA = 'S' OR WRK-PER-CONFIRMA = 's'
                    MOVE PEV-DATA-ATUAL TO WRK-PER-DATA
                 ELSE
                    MOVE 'N' TO WRK-PERIODO-OK
                 END-IF
              WHEN 'X'
                 MOVE 'N' TO WRK-PERIODO-OK
           END-EVALUATE.
           IF WRK-PERIODO-OK = 'N'
              DISPLAY 'COMPETENCIA FECHADA: LANCAMENTO NAO FEITO!'
                 AT 2001
           END-IF.
      *----------------------------------------------------------------*
       4900-GUARDAR-ANTES SECTION.
      *----------------------------------------------------------------*
              DISPLAY 'ERRO AO GRAVAR PEDIDOS.JRN. STATUS: '
                 JOURNAL-STATUS AT 2001
           END-IF.
      *----------------------------------------------------------------*
       5000-APONTAR-ATRASADOS SECTION.
      *----------------------------------------------------------------*
      *    PEDIDO PENDENTE DE APROVACAO HA MAIS DIAS QUE O PRAZO VAI
      *    PARA A FILA DE EXCECOES; O MESMO PEDIDO EM NOITES
      *    SEGUIDAS SO SOMA OCORRENCIAS NA PENDENCIA JA ABERTA.
      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'APROVACAO_ATRASO_DIAS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-ATRASO-DIAS
           END-IF.
           ACCEPT WRK-ATRASO-ENV FROM ENVIRONMENT
              'APROVACAO_ATRASO_DIAS'.
           IF WRK-ATRASO-ENV NOT = SPACES
              MOVE WRK-ATRASO-ENV TO WRK-ATRASO-DIAS
           END-IF.

           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
              DISPLAY 'APROVACAO: PEDIDOS.DAT INDISPONIVEL. STATUS: '
                 PEDIDOS-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              COMPUTE WRK-HOJE-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL)
              MOVE ZEROS TO PEDIDOS-NUMERO WRK-QTD-ATRASADOS
              MOVE 'N'   TO WRK-FIM-ARQUIVO
              START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-START
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ PEDIDOS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND PEDIDOS-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND PEDIDOS-SITUACAO = 'P'
                       AND PEDIDOS-DATA NOT = ZEROS
                    PERFORM 5010-CONFERIR-ATRASO
                 END-IF
              END-PERFORM
              CLOSE PEDIDOS
              DISPLAY 'APROVACAO: ' WRK-QTD-ATRASADOS
                 ' PEDIDO(S) AGUARDANDO APROVACAO ALEM DO PRAZO.'
           END-IF.
      *----------------------------------------------------------------*
       5010-CONFERIR-ATRASO SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-DIAS-PARADO = WRK-HOJE-INT
              - FUNCTION INTEGER-OF-DATE(PEDIDOS-DATA).
           IF WRK-DIAS-PARADO > WRK-ATRASO-DIAS
              ADD 1 TO WRK-QTD-ATRASADOS
              MOVE PEDIDOS-NUMERO       TO WRK-EXC-PEDIDO
              MOVE WRK-DIAS-PARADO      TO WRK-EXC-DIAS
              MOVE PEDIDOS-VALOR        TO WRK-EXC-VALOR
              MOVE 'APROVACAO'          TO EXR-PROGRAMA
              MOVE 'VENDAS'             TO EXR-AREA
              MOVE 'A'                  TO EXR-SEVERIDADE
              MOVE WRK-EXC-CHAVE-PEDIDO TO EXR-CHAVE
              MOVE SPACES               TO EXR-MENSAGEM
              STRING 'PEDIDO AGUARDANDO APROVACAO HA '
                    DELIMITED BY SIZE
                 WRK-EXC-DIAS DELIMITED BY SIZE
                 ' DIAS. VALOR: ' DELIMITED BY SIZE
                 WRK-EXC-VALOR DELIMITED BY SIZE
                 ' FONE: ' DELIMITED BY SIZE
                 PEDIDOS-FONE-CLIENTE DELIMITED BY SIZE
                 INTO EXR-MENSAGEM
              CALL 'EXCREG' USING EXR-PARAMETROS
           END-IF.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
