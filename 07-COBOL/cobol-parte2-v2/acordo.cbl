      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: ACORDO DE RENEGOCIACAO DE TITULOS EM ATRASO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    QUANDO O CLIENTE COBRADO (PROGRAMA COBRANCA) ACEITA PAGAR,
      *    O ACORDO TROCA OS TITULOS VENCIDOS DELE POR UM PLANO NOVO:
      *    O SALDO DE CADA TITULO VENCIDO RECEBE A MULTA E OS JUROS
      *    PELOS DIAS DE ATRASO, COM AS MESMAS TAXAS DA CARTA DE
      *    COBRANCA (MULTA_PCT_CTM E JUROS_MES_CTM, EM CENTESIMOS);
      *    SOBRE O TOTAL CABE UM DESCONTO NEGOCIADO, LIMITADO A
      *    ACORDO_DESC_MAX_CTM (PADRAO 1000 = 10,00%). OS TITULOS
      *    ORIGINAIS FICAM COM SITUACAO 'R' (RENEGOCIADO) E O TOTAL
      *    VIRA PARCELAS NOVAS NO CONTAS A RECEBER PELA CONDICAO DE
      *    PAGAMENTO ESCOLHIDA (CONDPAG.DAT; 00 = PARCELA UNICA EM 30
      *    DIAS), COM VENCIMENTO ROLADO PELA DIAUTIL, COMO NO
      *    FATURAMENTO DO PEDIDOS. AS PARCELAS NOVAS LEVAM O NUMERO
      *    DO ACORDO (ACORDO.CTL, FAIXA PROPRIA A PARTIR DE
      *    900000001) NO LUGAR DO NUMERO DO PEDIDO.
      *    A LIGACAO ORIGINAIS X NOVAS VAI PARA ACORDOS.DAT (VER
      *    acordo-reg.cpy) E O TERMO DO ACORDO PARA ACORDO.REL. A
      *    OPCAO 2 LISTA TODOS OS ACORDOS DE ACORDOS.DAT EM
      *    ACORDOS.REL, PARA A AUDITORIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. ACORDO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT CONTASREC ASSIGN TO WRK-CONTASREC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASREC-STATUS
              RECORD KEY CR-CHAVE.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CLIENTES-STATUS
              RECORD KEY CLIENTES-CHAVE
              ALTERNATE RECORD KEY CLIENTES-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CLIENTES-CPF.

           SELECT CONDPAG ASSIGN TO WRK-CONDPAG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONDPAG-STATUS
              RECORD KEY COND-CHAVE.

           SELECT ACORDOCTL ASSIGN TO 'ACORDO.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACORDOCTL-STATUS.

           SELECT ACORDOS ASSIGN TO 'ACORDOS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACORDOS-STATUS.

           SELECT RELATORIO ASSIGN TO WRK-RELATORIO-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD CONTASREC.
       COPY 'contasrec-reg.cpy'.
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
      *-------------
       FD CONDPAG.
       COPY 'condpag-reg.cpy'.
      *-------------
      *    PROXIMO NUMERO DE ACORDO, NO MESMO DESENHO DO PEDIDOSCTL.
       FD ACORDOCTL.
       01 ACT-REG.
          05 ACT-PROXIMO-NUMERO   PIC 9(09).
      *-------------
       FD ACORDOS.
       COPY 'acordo-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'contasrec-cfg.cpy'.
       COPY 'clientes-cfg.cpy'.
       COPY 'condpag-cfg.cpy'.
       77 CONTASREC-STATUS     PIC   9(02).
       77 CLIENTES-STATUS      PIC   9(02).
       77 CONDPAG-STATUS       PIC   9(02).
       77 ACORDOCTL-STATUS     PIC   9(02).
       77 ACORDOS-STATUS       PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-RELATORIO-NOME   PIC   X(20) VALUE 'ACORDO.REL'.
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-CONFIRMA         PIC   X(01).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-CONDPAG-ABERTO   PIC   X(01) VALUE 'N'.
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HOJE-INT         PIC   9(08).
       77 WRK-VENC-INT         PIC   9(08).
       77 WRK-VENC-UTIL        PIC   9(08).
       77 WRK-FONE-ACORDO      PIC   9(09).
       77 WRK-NUMERO-ACORDO    PIC   9(09).
       77 WRK-MULTA-ENV        PIC   X(04) VALUE SPACES.
       77 WRK-MULTA-CTM        PIC   9(04) VALUE 200.
       77 WRK-MULTA-PCT        PIC   9(02)V99 VALUE 0.
       77 WRK-JUROS-ENV        PIC   X(04) VALUE SPACES.
       77 WRK-JUROS-CTM        PIC   9(04) VALUE 100.
       77 WRK-JUROS-MES-PCT    PIC   9(02)V99 VALUE 0.
       77 WRK-DESC-MAX-ENV     PIC   X(04) VALUE SPACES.
       77 WRK-DESC-MAX-CTM     PIC   9(04) VALUE 1000.
       77 WRK-DESC-MAX         PIC   9(02)V99 VALUE 0.
       77 WRK-DESCONTO-PCT     PIC   9(02)V99 VALUE 0.
       77 WRK-COND-PAGTO       PIC   9(02) VALUE 0.
       77 WRK-COND-OK          PIC   X(01).
       77 WRK-QTD-PARCELAS     PIC   9(02).
       77 WRK-DIAS-PARCELA     PIC   9(05).
       77 WRK-ENTRADA          PIC   X(01).
       77 WRK-IDX-PARCELA      PIC   9(02).
       77 WRK-DIAS-VENCIMENTO  PIC   9(08).
       77 WRK-DATA-UTIL        PIC   9(08).
       77 WRK-VALOR-PARCELA    PIC   9(07)V99.
       77 WRK-VALOR-ACUM-PARC  PIC   9(09)V99.
       77 WRK-TOT-SALDO        PIC   9(09)V99 VALUE 0.
       77 WRK-TOT-ENCARGOS     PIC   9(09)V99 VALUE 0.
       77 WRK-TOT-BRUTO        PIC   9(09)V99 VALUE 0.
       77 WRK-TOT-DESCONTO     PIC   9(09)V99 VALUE 0.
       77 WRK-TOT-ACORDO       PIC   9(09)V99 VALUE 0.
       77 WRK-MULTA-VALOR      PIC   9(07)V99.
       77 WRK-JUROS-VALOR      PIC   9(07)V99.
       77 WRK-QTD-TITULOS      PIC   9(02) VALUE 0.
       77 WRK-IDX-TIT          PIC   9(02).
       77 WRK-QTD-RENEGOCIADOS PIC   9(02) VALUE 0.
       77 WRK-QTD-LINHAS       PIC   9(06) VALUE 0.
       77 WRK-ACORDO-ANTERIOR  PIC   9(09) VALUE 0.

      *    TITULOS VENCIDOS DO CLIENTE QUE ENTRAM NO ACORDO, COM O
      *    SALDO (VALOR MENOS O JA RECEBIDO) E OS ENCARGOS CALCULADOS.
       01 WRK-TABELA-TITULOS.
          05 WRK-TIT OCCURS 50 TIMES.
             10 WRK-TIT-PEDIDO   PIC 9(09).
             10 WRK-TIT-PARCELA  PIC 9(02).
             10 WRK-TIT-VENC     PIC 9(08).
             10 WRK-TIT-DIAS     PIC 9(05).
             10 WRK-TIT-SALDO    PIC 9(07)V99.
             10 WRK-TIT-ENCARGOS PIC 9(07)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(20) VALUE 'LOJA DANILLO LTDA'.
          05 FILLER           PIC X(30) VALUE
             'TERMO DE ACORDO NUMERO: '.
          05 WRK-REL-NUMERO   PIC 9(09).
          05 FILLER           PIC X(08) VALUE '  DATA: '.
          05 WRK-REL-DATA     PIC 9(08).

       01 WRK-REL-CLIENTE.
          05 FILLER           PIC X(10) VALUE 'CLIENTE.: '.
          05 WRK-REL-NOME     PIC X(30).
          05 FILLER           PIC X(08) VALUE '  FONE: '.
          05 WRK-REL-FONE     PIC 9(09).

       01 WRK-REL-TITULO.
          05 WRK-REL-TITULO-TXT PIC X(60).

       01 WRK-REL-ORIGINAL.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 FILLER           PIC X(08) VALUE 'PEDIDO: '.
          05 WRK-REL-PEDIDO   PIC 9(09).
          05 FILLER           PIC X(05) VALUE ' PAR '.
          05 WRK-REL-PARCELA  PIC 9(02).
          05 FILLER           PIC X(07) VALUE ' VENC: '.
          05 WRK-REL-VENC     PIC 9(08).
          05 FILLER           PIC X(07) VALUE ' DIAS: '.
          05 WRK-REL-DIAS     PIC ZZZZ9.
          05 FILLER           PIC X(08) VALUE ' SALDO: '.
          05 WRK-REL-SALDO    PIC ZZZZZZ9.99.
          05 FILLER           PIC X(11) VALUE ' ENCARGOS: '.
          05 WRK-REL-ENCARGOS PIC ZZZZZZ9.99.

       01 WRK-REL-NOVA.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 FILLER           PIC X(09) VALUE 'PARCELA: '.
          05 WRK-REL-NOVA-PAR PIC 9(02).
          05 FILLER           PIC X(07) VALUE ' VENC: '.
          05 WRK-REL-NOVA-VENC PIC 9(08).
          05 FILLER           PIC X(08) VALUE ' VALOR: '.
          05 WRK-REL-NOVA-VAL PIC ZZZZZZ9.99.

       01 WRK-REL-RESUMO.
          05 WRK-REL-RES-DESC PIC X(30).
          05 WRK-REL-RES-VAL  PIC ZZZZZZZZ9.99.

      *    LISTAGEM DE AUDITORIA (OPCAO 2): UMA LINHA POR LIGACAO.
       01 WRK-REL-LISTA-CABEC.
          05 FILLER           PIC X(10) VALUE 'ACORDO'.
          05 FILLER           PIC X(09) VALUE 'DATA'.
          05 FILLER           PIC X(02) VALUE 'T'.
          05 FILLER           PIC X(10) VALUE 'CLIENTE'.
          05 FILLER           PIC X(13) VALUE 'TITULO'.
          05 FILLER           PIC X(09) VALUE 'VENCTO'.
          05 FILLER           PIC X(11) VALUE '      VALOR'.
          05 FILLER           PIC X(11) VALUE '   ENCARGOS'.
          05 FILLER           PIC X(07) VALUE ' DESC%'.
          05 FILLER           PIC X(04) VALUE ' CP'.
          05 FILLER           PIC X(08) VALUE 'OPERADOR'.

       01 WRK-REL-LISTA.
          05 WRK-RL-NUMERO    PIC 9(09).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-RL-DATA      PIC 9(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-RL-TIPO      PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-RL-FONE      PIC 9(09).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-RL-PEDIDO    PIC 9(09).
          05 FILLER           PIC X(01) VALUE '/'.
          05 WRK-RL-PARCELA   PIC 9(02).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-RL-VENC      PIC 9(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-RL-VALOR     PIC ZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-RL-ENCARGOS  PIC ZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-RL-DESC      PIC Z9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-RL-COND      PIC 9(02).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-RL-OPERADOR  PIC X(08).
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 1000-NEGOCIAR
              WHEN 2
                 PERFORM 2000-LISTAR-ACORDOS
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA. NADA FEITO.'
           END-EVALUATE.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           DISPLAY '### ACORDO DE RENEGOCIACAO ###'.
           DISPLAY '1 - NEGOCIAR TITULOS VENCIDOS DE UM CLIENTE'.
           DISPLAY '2 - LISTAR ACORDOS (AUDITORIA)'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.

           ACCEPT WRK-CONTASREC-PATH FROM ENVIRONMENT 'CONTASREC_DAT'.
           IF WRK-CONTASREC-PATH = SPACES
              MOVE WRK-CONTASREC-PATH-PADRAO TO WRK-CONTASREC-PATH
           END-IF.
           ACCEPT WRK-CLIENTES-PATH FROM ENVIRONMENT 'CLIENTES_DAT'.
           IF WRK-CLIENTES-PATH = SPACES
              MOVE WRK-CLIENTES-PATH-PADRAO TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-CONDPAG-PATH FROM ENVIRONMENT 'CONDPAG_DAT'.
           IF WRK-CONDPAG-PATH = SPACES
              MOVE WRK-CONDPAG-PATH-PADRAO TO WRK-CONDPAG-PATH
           END-IF.

           IF WRK-OPCAO = 1
              OPEN I-O CONTASREC
              IF CONTASREC-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR CONTASREC.DAT. STATUS: '
                    CONTASREC-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              OPEN INPUT CLIENTES
              IF CLIENTES-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR CLIENTES.DAT. STATUS: '
                    CLIENTES-STATUS
                 MOVE 8 TO RETURN-CODE
                 CLOSE CONTASREC
                 GOBACK
              END-IF
      *       SEM O CADASTRO DE CONDICOES, SO A CONDICAO 00.
              OPEN INPUT CONDPAG
              IF CONDPAG-STATUS = 00
                 MOVE 'S' TO WRK-CONDPAG-ABERTO
              END-IF
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'MULTA_PCT_CTM' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-MULTA-CTM
           END-IF.
           ACCEPT WRK-MULTA-ENV FROM ENVIRONMENT 'MULTA_PCT_CTM'.
           IF WRK-MULTA-ENV NOT = SPACES
              MOVE WRK-MULTA-ENV TO WRK-MULTA-CTM
           END-IF.
           COMPUTE WRK-MULTA-PCT = WRK-MULTA-CTM / 100.

           MOVE 'JUROS_MES_CTM' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-JUROS-CTM
           END-IF.
           ACCEPT WRK-JUROS-ENV FROM ENVIRONMENT 'JUROS_MES_CTM'.
           IF WRK-JUROS-ENV NOT = SPACES
              MOVE WRK-JUROS-ENV TO WRK-JUROS-CTM
           END-IF.
           COMPUTE WRK-JUROS-MES-PCT = WRK-JUROS-CTM / 100.

           MOVE 'ACORDO_DESC_MAX_CTM' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-DESC-MAX-CTM
           END-IF.
           ACCEPT WRK-DESC-MAX-ENV FROM ENVIRONMENT
              'ACORDO_DESC_MAX_CTM'.
           IF WRK-DESC-MAX-ENV NOT = SPACES
              MOVE WRK-DESC-MAX-ENV TO WRK-DESC-MAX-CTM
           END-IF.
           COMPUTE WRK-DESC-MAX = WRK-DESC-MAX-CTM / 100.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL).
      *----------------------------------------------------------------*
       1000-NEGOCIAR SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'TELEFONE DO CLIENTE: '.
           ACCEPT WRK-FONE-ACORDO FROM CONSOLE.
           MOVE WRK-FONE-ACORDO TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CLIENTES-STATUS NOT = 00
              DISPLAY 'CLIENTE NAO ENCONTRADO. NADA FEITO.'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'CLIENTE: ' CLIENTES-NOME
              PERFORM 1100-COLETAR-VENCIDOS
              IF WRK-QTD-TITULOS = ZEROS
                 DISPLAY 'CLIENTE SEM TITULOS VENCIDOS. NADA FEITO.'
              ELSE
                 PERFORM 1200-NEGOCIAR-CONDICOES
                 DISPLAY 'CONFIRMA O ACORDO (S/N)? '
                 ACCEPT WRK-CONFIRMA FROM CONSOLE
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
      *             O ACORDO BAIXA OS TITULOS E GERA AS PARCELAS NOVAS
      *             NA DATA DE HOJE: SO COM O RECEBER ABERTO.
                    MOVE 'R'            TO PEV-MODULO
                    MOVE WRK-DATA-ATUAL TO PEV-DATA
                    CALL 'PERVALIDA' USING PEV-PARAMETROS
                    IF PEV-RETORNO NOT = 'A'
                       DISPLAY 'COMPETENCIA DO RECEBER FECHADA: '
                          'ACORDO NAO EFETIVADO.'
                       MOVE 8 TO RETURN-CODE
                    ELSE
                       PERFORM 1300-EFETIVAR-ACORDO
                    END-IF
                 ELSE
                    DISPLAY 'ACORDO ABANDONADO. NADA FEITO.'
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       1100-COLETAR-VENCIDOS SECTION.
      *----------------------------------------------------------------*
      *    TITULOS EM ABERTO DO CLIENTE COM O VENCIMENTO (ROLADO PARA
      *    O DIA UTIL, COMO NA COBRANCA) JA PASSADO, COM OS ENCARGOS
      *    SOBRE O SALDO: MULTA FIXA E JUROS PRO-RATA DIA.
           MOVE ZEROS TO WRK-QTD-TITULOS WRK-TOT-SALDO WRK-TOT-ENCARGOS.
           MOVE ZEROS TO CR-NUMERO-PEDIDO CR-PARCELA.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ CONTASREC NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT = 'S'
                    AND CONTASREC-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              IF WRK-FIM-ARQUIVO NOT = 'S'
                    AND CR-FONE-CLIENTE = WRK-FONE-ACORDO
                    AND CR-SITUACAO = 'A'
                 CALL 'DIAUTIL' USING CR-DT-VENCIMENTO WRK-VENC-UTIL
                 IF WRK-VENC-UTIL < WRK-DATA-ATUAL
                    PERFORM 1110-GUARDAR-TITULO
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       1110-GUARDAR-TITULO SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-TITULOS >= 50
              DISPLAY 'MAIS DE 50 TITULOS VENCIDOS: O PEDIDO '
                 CR-NUMERO-PEDIDO ' PARCELA ' CR-PARCELA
                 ' FICA FORA DESTE ACORDO.'
           ELSE
              ADD 1 TO WRK-QTD-TITULOS
              MOVE WRK-QTD-TITULOS  TO WRK-IDX-TIT
              MOVE CR-NUMERO-PEDIDO TO WRK-TIT-PEDIDO(WRK-IDX-TIT)
              MOVE CR-PARCELA       TO WRK-TIT-PARCELA(WRK-IDX-TIT)
              MOVE CR-DT-VENCIMENTO TO WRK-TIT-VENC(WRK-IDX-TIT)
              COMPUTE WRK-TIT-SALDO(WRK-IDX-TIT) =
                 CR-VALOR - CR-VALOR-PAGO
              COMPUTE WRK-VENC-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-VENC-UTIL)
              COMPUTE WRK-TIT-DIAS(WRK-IDX-TIT) =
                 WRK-HOJE-INT - WRK-VENC-INT
              COMPUTE WRK-MULTA-VALOR ROUNDED =
                 WRK-TIT-SALDO(WRK-IDX-TIT) * WRK-MULTA-PCT / 100
              COMPUTE WRK-JUROS-VALOR ROUNDED =
                 WRK-TIT-SALDO(WRK-IDX-TIT)
                 * (WRK-JUROS-MES-PCT / 100 / 30)
                 * WRK-TIT-DIAS(WRK-IDX-TIT)
              COMPUTE WRK-TIT-ENCARGOS(WRK-IDX-TIT) =
                 WRK-MULTA-VALOR + WRK-JUROS-VALOR
              ADD WRK-TIT-SALDO(WRK-IDX-TIT)    TO WRK-TOT-SALDO
              ADD WRK-TIT-ENCARGOS(WRK-IDX-TIT) TO WRK-TOT-ENCARGOS
              DISPLAY 'PEDIDO ' CR-NUMERO-PEDIDO ' PAR ' CR-PARCELA
                 ' VENC ' CR-DT-VENCIMENTO
                 ' SALDO ' WRK-TIT-SALDO(WRK-IDX-TIT)
                 ' ENCARGOS ' WRK-TIT-ENCARGOS(WRK-IDX-TIT)
           END-IF.
      *----------------------------------------------------------------*
       1200-NEGOCIAR-CONDICOES SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-TOT-BRUTO = WRK-TOT-SALDO + WRK-TOT-ENCARGOS.
           DISPLAY 'SALDO DEVEDOR..: ' WRK-TOT-SALDO.
           DISPLAY 'MULTA E JUROS..: ' WRK-TOT-ENCARGOS.
           DISPLAY 'TOTAL DEVIDO...: ' WRK-TOT-BRUTO.

           MOVE 99.99 TO WRK-DESCONTO-PCT.
           PERFORM UNTIL WRK-DESCONTO-PCT <= WRK-DESC-MAX
              DISPLAY 'DESCONTO NEGOCIADO % (MAXIMO ' WRK-DESC-MAX
                 '): '
              ACCEPT WRK-DESCONTO-PCT FROM CONSOLE
              IF WRK-DESCONTO-PCT > WRK-DESC-MAX
                 DISPLAY 'DESCONTO ACIMA DO LIMITE AUTORIZADO!'
              END-IF
           END-PERFORM.
           COMPUTE WRK-TOT-DESCONTO ROUNDED =
              WRK-TOT-BRUTO * WRK-DESCONTO-PCT / 100.
           COMPUTE WRK-TOT-ACORDO = WRK-TOT-BRUTO - WRK-TOT-DESCONTO.

      *    CONDICAO DE PAGAMENTO DO PLANO NOVO; 00 = PARCELA UNICA
      *    EM 30 DIAS, A REGRA DE SEMPRE.
           MOVE 1   TO WRK-QTD-PARCELAS.
           MOVE 30  TO WRK-DIAS-PARCELA.
           MOVE 'N' TO WRK-ENTRADA.
           MOVE 'N' TO WRK-COND-OK.
           PERFORM UNTIL WRK-COND-OK = 'S'
              DISPLAY 'CONDICAO DE PAGAMENTO (00 = 30 DIAS): '
              ACCEPT WRK-COND-PAGTO FROM CONSOLE
              IF WRK-COND-PAGTO = ZEROS
                 MOVE 'S' TO WRK-COND-OK
              ELSE
                 IF WRK-CONDPAG-ABERTO = 'S'
                    MOVE WRK-COND-PAGTO TO COND-CODIGO
                    READ CONDPAG
                       INVALID KEY
                          CONTINUE
                    END-READ
                    IF CONDPAG-STATUS = 00
                          AND COND-QTD-PARCELAS > ZEROS
                       MOVE COND-QTD-PARCELAS   TO WRK-QTD-PARCELAS
                       MOVE COND-INTERVALO-DIAS TO WRK-DIAS-PARCELA
                       MOVE COND-ENTRADA        TO WRK-ENTRADA
                       MOVE 'S' TO WRK-COND-OK
                    ELSE
                       DISPLAY 'CONDICAO NAO CADASTRADA!'
                    END-IF
                 ELSE
                    DISPLAY 'CADASTRO DE CONDICOES INDISPONIVEL!'
                 END-IF
              END-IF
           END-PERFORM.

           DISPLAY 'DESCONTO.......: ' WRK-TOT-DESCONTO.
           DISPLAY 'TOTAL DO ACORDO: ' WRK-TOT-ACORDO
              ' EM ' WRK-QTD-PARCELAS ' PARCELA(S)'.
      *----------------------------------------------------------------*
       1300-EFETIVAR-ACORDO SECTION.
      *----------------------------------------------------------------*
           PERFORM 1310-PROXIMO-NUMERO.

           OPEN EXTEND ACORDOS.
           IF ACORDOS-STATUS = 35
              OPEN OUTPUT ACORDOS
           END-IF.
           IF ACORDOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR ACORDOS.DAT. STATUS: '
                 ACORDOS-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-FINALIZAR
              GOBACK
           END-IF.

           MOVE 'ACORDO.REL' TO WRK-RELATORIO-NOME.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-NUMERO-ACORDO TO WRK-REL-NUMERO.
           MOVE WRK-DATA-ATUAL    TO WRK-REL-DATA.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           MOVE CLIENTES-NOME     TO WRK-REL-NOME.
           MOVE WRK-FONE-ACORDO   TO WRK-REL-FONE.
           WRITE REG-RELATORIO FROM WRK-REL-CLIENTE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TITULOS RENEGOCIADOS' TO WRK-REL-TITULO-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-TITULO.

           PERFORM VARYING WRK-IDX-TIT FROM 1 BY 1
                 UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
              PERFORM 1320-RENEGOCIAR-TITULO
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'SALDO DEVEDOR.......: ' TO WRK-REL-RES-DESC.
           MOVE WRK-TOT-SALDO TO WRK-REL-RES-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-RESUMO.
           MOVE 'MULTA E JUROS.......: ' TO WRK-REL-RES-DESC.
           MOVE WRK-TOT-ENCARGOS TO WRK-REL-RES-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-RESUMO.
           MOVE 'DESCONTO NEGOCIADO..: ' TO WRK-REL-RES-DESC.
           MOVE WRK-TOT-DESCONTO TO WRK-REL-RES-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-RESUMO.
           MOVE 'TOTAL DO ACORDO.....: ' TO WRK-REL-RES-DESC.
           MOVE WRK-TOT-ACORDO TO WRK-REL-RES-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-RESUMO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PARCELAS DO ACORDO' TO WRK-REL-TITULO-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-TITULO.

           PERFORM 1330-GERAR-PARCELAS.

           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ACORDO'          TO SPL-PROGRAMA.
           MOVE WRK-RELATORIO-NOME TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE ACORDOS.
           DISPLAY 'ACORDO ' WRK-NUMERO-ACORDO ' GRAVADO: '
              WRK-QTD-RENEGOCIADOS ' TITULO(S) RENEGOCIADO(S), '
              WRK-QTD-PARCELAS ' PARCELA(S). TERMO EM ACORDO.REL.'.
      *----------------------------------------------------------------*
       1310-PROXIMO-NUMERO SECTION.
      *----------------------------------------------------------------*
      *    MESMO REGISTRO DE CONTROLE DO PEDIDOSCTL, NUMA FAIXA QUE
      *    NUNCA ENCONTRA A NUMERACAO DOS PEDIDOS NA CHAVE DO TITULO.
           MOVE 900000001 TO WRK-NUMERO-ACORDO.
           OPEN INPUT ACORDOCTL.
           IF ACORDOCTL-STATUS = 00
              READ ACORDOCTL
                 AT END
                    CONTINUE
              END-READ
              IF ACORDOCTL-STATUS = 00
                    AND ACT-PROXIMO-NUMERO > 900000000
                 MOVE ACT-PROXIMO-NUMERO TO WRK-NUMERO-ACORDO
              END-IF
              CLOSE ACORDOCTL
           END-IF.

           OPEN OUTPUT ACORDOCTL.
           COMPUTE ACT-PROXIMO-NUMERO = WRK-NUMERO-ACORDO + 1.
           WRITE ACT-REG.
           CLOSE ACORDOCTL.
      *----------------------------------------------------------------*
       1320-RENEGOCIAR-TITULO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TIT-PEDIDO(WRK-IDX-TIT)  TO CR-NUMERO-PEDIDO.
           MOVE WRK-TIT-PARCELA(WRK-IDX-TIT) TO CR-PARCELA.
           READ CONTASREC
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CONTASREC-STATUS = 00 AND CR-SITUACAO = 'A'
              MOVE 'R'            TO CR-SITUACAO
              MOVE WRK-DATA-ATUAL TO CR-DT-PAGAMENTO
              REWRITE CR-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
           IF CONTASREC-STATUS NOT = 00 OR CR-SITUACAO NOT = 'R'
              DISPLAY 'ERRO AO RENEGOCIAR PEDIDO ' CR-NUMERO-PEDIDO
                 ' PARCELA ' CR-PARCELA ' STATUS: ' CONTASREC-STATUS
           ELSE
              ADD 1 TO WRK-QTD-RENEGOCIADOS
              MOVE 'O'                          TO ACD-TIPO
              MOVE WRK-TIT-PEDIDO(WRK-IDX-TIT)   TO ACD-NUMERO-PEDIDO
              MOVE WRK-TIT-PARCELA(WRK-IDX-TIT)  TO ACD-PARCELA
              MOVE WRK-TIT-VENC(WRK-IDX-TIT)     TO ACD-VENCIMENTO
              MOVE WRK-TIT-SALDO(WRK-IDX-TIT)    TO ACD-VALOR
              MOVE WRK-TIT-ENCARGOS(WRK-IDX-TIT) TO ACD-ENCARGOS
              PERFORM 1340-GRAVAR-LIGACAO

              MOVE WRK-TIT-PEDIDO(WRK-IDX-TIT)   TO WRK-REL-PEDIDO
              MOVE WRK-TIT-PARCELA(WRK-IDX-TIT)  TO WRK-REL-PARCELA
              MOVE WRK-TIT-VENC(WRK-IDX-TIT)     TO WRK-REL-VENC
              MOVE WRK-TIT-DIAS(WRK-IDX-TIT)     TO WRK-REL-DIAS
              MOVE WRK-TIT-SALDO(WRK-IDX-TIT)    TO WRK-REL-SALDO
              MOVE WRK-TIT-ENCARGOS(WRK-IDX-TIT) TO WRK-REL-ENCARGOS
              WRITE REG-RELATORIO FROM WRK-REL-ORIGINAL
           END-IF.
      *----------------------------------------------------------------*
       1330-GERAR-PARCELAS SECTION.
      *----------------------------------------------------------------*
      *    MESMA REGRA DO FATURAMENTO DO PEDIDOS: A ULTIMA PARCELA
      *    ABSORVE A SOBRA DO ARREDONDAMENTO; COM ENTRADA A PRIMEIRA
      *    VENCE HOJE; VENCIMENTO ROLADO PARA O DIA UTIL.
           COMPUTE WRK-VALOR-PARCELA ROUNDED =
              WRK-TOT-ACORDO / WRK-QTD-PARCELAS.
           MOVE ZEROS TO WRK-VALOR-ACUM-PARC.

           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                 UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
              MOVE WRK-NUMERO-ACORDO    TO CR-NUMERO-PEDIDO
              MOVE WRK-IDX-PARCELA      TO CR-PARCELA
              MOVE WRK-FONE-ACORDO      TO CR-FONE-CLIENTE
              IF WRK-IDX-PARCELA = WRK-QTD-PARCELAS
                 COMPUTE CR-VALOR =
                    WRK-TOT-ACORDO - WRK-VALOR-ACUM-PARC
              ELSE
                 MOVE WRK-VALOR-PARCELA TO CR-VALOR
                 ADD WRK-VALOR-PARCELA  TO WRK-VALOR-ACUM-PARC
              END-IF
              MOVE WRK-DATA-ATUAL       TO CR-DT-EMISSAO
              IF WRK-ENTRADA = 'S'
                 COMPUTE WRK-DIAS-VENCIMENTO = WRK-HOJE-INT
                    + ((WRK-IDX-PARCELA - 1) * WRK-DIAS-PARCELA)
              ELSE
                 COMPUTE WRK-DIAS-VENCIMENTO = WRK-HOJE-INT
                    + (WRK-IDX-PARCELA * WRK-DIAS-PARCELA)
              END-IF
              COMPUTE CR-DT-VENCIMENTO =
                 FUNCTION DATE-OF-INTEGER(WRK-DIAS-VENCIMENTO)
              CALL 'DIAUTIL' USING CR-DT-VENCIMENTO WRK-DATA-UTIL
              MOVE WRK-DATA-UTIL        TO CR-DT-VENCIMENTO
              MOVE ZEROS                TO CR-DT-PAGAMENTO
              MOVE 'A'                  TO CR-SITUACAO
              MOVE ZEROS                TO CR-DT-REMESSA
              MOVE ZEROS                TO CR-VALOR-PAGO
                                           CR-QTD-PAGTOS
              WRITE CR-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              IF CONTASREC-STATUS NOT = 00
                 DISPLAY 'ERRO AO GERAR PARCELA ' WRK-IDX-PARCELA
                    ' STATUS: ' CONTASREC-STATUS
              ELSE
                 MOVE 'N'               TO ACD-TIPO
                 MOVE CR-NUMERO-PEDIDO  TO ACD-NUMERO-PEDIDO
                 MOVE CR-PARCELA        TO ACD-PARCELA
                 MOVE CR-DT-VENCIMENTO  TO ACD-VENCIMENTO
                 MOVE CR-VALOR          TO ACD-VALOR
                 MOVE ZEROS             TO ACD-ENCARGOS
                 PERFORM 1340-GRAVAR-LIGACAO
                 MOVE CR-PARCELA        TO WRK-REL-NOVA-PAR
                 MOVE CR-DT-VENCIMENTO  TO WRK-REL-NOVA-VENC
                 MOVE CR-VALOR          TO WRK-REL-NOVA-VAL
                 WRITE REG-RELATORIO FROM WRK-REL-NOVA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       1340-GRAVAR-LIGACAO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-NUMERO-ACORDO TO ACD-NUMERO.
           MOVE WRK-DATA-ATUAL    TO ACD-DATA.
           MOVE WRK-FONE-ACORDO   TO ACD-FONE-CLIENTE.
           MOVE WRK-DESCONTO-PCT  TO ACD-DESCONTO-PCT.
           MOVE WRK-COND-PAGTO    TO ACD-COND-PAGTO.
           MOVE WRK-OPERADOR      TO ACD-OPERADOR.
           WRITE ACD-REG.
           IF ACORDOS-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR ACORDOS.DAT. STATUS: '
                 ACORDOS-STATUS
           END-IF.
      *----------------------------------------------------------------*
       2000-LISTAR-ACORDOS SECTION.
      *----------------------------------------------------------------*
      *    TODAS AS LIGACOES DE ACORDOS.DAT, NA ORDEM DE GRAVACAO
      *    (ORIGINAIS E DEPOIS AS PARCELAS NOVAS DE CADA ACORDO), COM
      *    UMA LINHA EM BRANCO ENTRE UM ACORDO E OUTRO.
           OPEN INPUT ACORDOS.
           IF ACORDOS-STATUS NOT = 00
              DISPLAY 'ACORDOS.DAT INDISPONIVEL. STATUS: '
                 ACORDOS-STATUS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'ACORDOS.REL' TO WRK-RELATORIO-NOME
              OPEN OUTPUT RELATORIO
              MOVE 'LOJA DANILLO LTDA - ACORDOS DE RENEGOCIACAO'
                 TO WRK-REL-TITULO-TXT
              WRITE REG-RELATORIO FROM WRK-REL-TITULO
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              WRITE REG-RELATORIO FROM WRK-REL-LISTA-CABEC
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ACORDOS
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       PERFORM 2100-LISTAR-LIGACAO
                 END-READ
              END-PERFORM
              CLOSE RELATORIO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'ACORDO'          TO SPL-PROGRAMA
              MOVE WRK-RELATORIO-NOME TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
              CLOSE ACORDOS
              DISPLAY 'ACORDOS LISTADOS EM ACORDOS.REL. LINHAS: '
                 WRK-QTD-LINHAS
           END-IF.
      *----------------------------------------------------------------*
       2100-LISTAR-LIGACAO SECTION.
      *----------------------------------------------------------------*
           IF ACD-NUMERO NOT = WRK-ACORDO-ANTERIOR
              IF WRK-ACORDO-ANTERIOR NOT = ZEROS
                 MOVE SPACES TO REG-RELATORIO
                 WRITE REG-RELATORIO
              END-IF
              MOVE ACD-NUMERO TO WRK-ACORDO-ANTERIOR
           END-IF.
           MOVE ACD-NUMERO        TO WRK-RL-NUMERO.
           MOVE ACD-DATA          TO WRK-RL-DATA.
           MOVE ACD-TIPO          TO WRK-RL-TIPO.
           MOVE ACD-FONE-CLIENTE  TO WRK-RL-FONE.
           MOVE ACD-NUMERO-PEDIDO TO WRK-RL-PEDIDO.
           MOVE ACD-PARCELA       TO WRK-RL-PARCELA.
           MOVE ACD-VENCIMENTO    TO WRK-RL-VENC.
           MOVE ACD-VALOR         TO WRK-RL-VALOR.
           MOVE ACD-ENCARGOS      TO WRK-RL-ENCARGOS.
           MOVE ACD-DESCONTO-PCT  TO WRK-RL-DESC.
           MOVE ACD-COND-PAGTO    TO WRK-RL-COND.
           MOVE ACD-OPERADOR      TO WRK-RL-OPERADOR.
           WRITE REG-RELATORIO FROM WRK-REL-LISTA.
           ADD 1 TO WRK-QTD-LINHAS.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           IF WRK-OPCAO = 1
              CLOSE CONTASREC
              CLOSE CLIENTES
              IF WRK-CONDPAG-ABERTO = 'S'
                 CLOSE CONDPAG
              END-IF
           END-IF.
      *----------------------------------------------------------------*
