      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: REVISAO PERIODICA DO LIMITE DE CREDITO DOS CLIENTES
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    O LIMITE DO CADASTRO E CONFERIDO PELO PEDIDOS A CADA VENDA,
      *    MAS ERA DIGITADO UMA VEZ E NUNCA REVISTO. A OPCAO 1 (LOTE
      *    MENSAL) PONTUA CADA CLIENTE ATIVO PELO HISTORICO DO CONTAS
      *    A RECEBER (MEDIA DE DIAS DE ATRASO NOS TITULOS PAGOS,
      *    TITULOS VENCIDOS EM ABERTO, TITULOS RENEGOCIADOS EM ACORDO
      *    E BOLETOS REMETIDOS QUE VENCERAM SEM PAGAMENTO) E PELAS
      *    COMPRAS DOS 12 MESES E SEGMENTO DO RFM (SEGMENTOS.DAT, O
      *    RFM PRECISA TER RODADO ANTES). PONTUACAO: PARTE DE 100,
      *    PERDE 2 PONTOS POR DIA MEDIO DE ATRASO (ATE 40), 15 POR
      *    TITULO VENCIDO, 20 POR RENEGOCIADO E 10 POR BOLETO VENCIDO;
      *    GANHA 20 NO VIP E 10 NO ATIVO, PERDE 10 NO PERDIDO.
      *    LIMITE PROPOSTO = COMPRAS DOS 12 MESES X CREDREV_PCT_COMPRAS
      *    (PADRAO 30%) X PONTUACAO / 100, EM REAIS INTEIROS; ABAIXO
      *    DA PONTUACAO MINIMA (CREDREV_PONTOS_MIN, PADRAO 40) OU DO
      *    PISO (CREDREV_LIMITE_MIN_CTVS, PADRAO 10000 = R$ 100,00)
      *    FICA O PISO -- NUNCA ZERO, QUE NO CADASTRO QUER DIZER SEM
      *    CONTROLE. AS PROPOSTAS VAO PARA CREDREV.DAT E O RELATORIO
      *    PARA CREDREV.REL. CLIENTE COM TITULO VENCIDO HA MAIS DE
      *    CREDREV_DIAS_BLOQUEIO DIAS (PADRAO 60) E BLOQUEADO NA HORA
      *    (CLIENTES-BLOQ-CREDITO = 'S') E NAO TEM O LIMITE AUMENTADO.
      *    A OPCAO 2 PERCORRE AS PROPOSTAS E UM OPERADOR
      *    ADMINISTRADOR APROVA OU RECUSA CADA UMA; A APROVADA SO E
      *    APLICADA SE O LIMITE DO CADASTRO AINDA FOR O DA REVISAO
      *    (REPROCESSAR O ARQUIVO NAO APLICA DUAS VEZES). A OPCAO 3 E
      *    A LIBERACAO DO BLOQUEIO PELO FINANCEIRO. TODA MUDANCA NO
      *    CADASTRO VAI PARA CLIENTES.JRN (OPERACAO 'K') E PARA O
      *    CREDITO.LOG DO PEDIDOS COM O LIMITE RESULTANTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CREDREV.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CLIENTES-STATUS
              RECORD KEY CLIENTES-CHAVE
              ALTERNATE RECORD KEY CLIENTES-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CLIENTES-CPF.

           SELECT CONTASREC ASSIGN TO WRK-CONTASREC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASREC-STATUS
              RECORD KEY CR-CHAVE.

           SELECT OPERADORES ASSIGN TO WRK-OPERADORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OPERADORES-STATUS
              RECORD KEY OPER-CODIGO.

           SELECT SEGMENTOS ASSIGN TO 'SEGMENTOS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SEGMENTOS-STATUS.

           SELECT PROPOSTAS ASSIGN TO 'CREDREV.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROPOSTAS-STATUS.

           SELECT RELATORIO ASSIGN TO 'CREDREV.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.

           SELECT JOURNAL ASSIGN TO 'CLIENTES.JRN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.

           SELECT CREDITOLOG ASSIGN TO 'CREDITO.LOG'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CREDITOLOG-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
      *-------------
       FD CONTASREC.
       COPY 'contasrec-reg.cpy'.
      *-------------
       FD OPERADORES.
       COPY 'operadores-reg.cpy'.
      *-------------
      *    RESULTADO DO RFM, NO DESENHO GRAVADO PELO PROPRIO RFM.
       FD SEGMENTOS.
       01 SEG-REG.
          05 SEG-FONE             PIC 9(09).
          05 SEG-RECENCIA         PIC 9(05).
          05 SEG-FREQUENCIA       PIC 9(04).
          05 SEG-VALOR            PIC 9(11)V99.
          05 SEG-SEGMENTO         PIC X(10).
      *-------------
      *    PROPOSTAS DA REVISAO, REGRAVADAS A CADA RODADA DO LOTE.
       FD PROPOSTAS.
       01 PRP-REG.
          05 PRP-FONE             PIC 9(09).
          05 PRP-DATA             PIC 9(08).
          05 PRP-PONTOS           PIC S9(03).
          05 PRP-SALDO-ABERTO     PIC 9(09)V99.
          05 PRP-LIMITE-ATUAL     PIC 9(07)V99.
          05 PRP-LIMITE-PROPOSTO  PIC 9(07)V99.
          05 PRP-BLOQUEIO         PIC X(01).
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *-------------
      *    RAZAO DE ALTERACOES DO CADASTRO, NO DESENHO DO CLIENTES.
       FD JOURNAL.
       01 JRN-REG.
          05 JRN-DATA                 PIC 9(08).
          05 JRN-HORA                 PIC 9(06).
          05 JRN-OPERACAO             PIC X(01).
          05 JRN-ANTES.
             10 JRN-ANTES-FONE        PIC 9(09).
             10 JRN-ANTES-NOME        PIC X(30).
             10 JRN-ANTES-EMAIL       PIC X(40).
             10 JRN-ANTES-CPF         PIC 9(11).
             10 JRN-ANTES-SITUACAO    PIC X(01).
             10 JRN-ANTES-ENDERECO     PIC X(66).
          05 JRN-DEPOIS.
             10 JRN-DEPOIS-FONE       PIC 9(09).
             10 JRN-DEPOIS-NOME       PIC X(30).
             10 JRN-DEPOIS-EMAIL      PIC X(40).
             10 JRN-DEPOIS-CPF        PIC 9(11).
             10 JRN-DEPOIS-SITUACAO   PIC X(01).
             10 JRN-DEPOIS-ENDERECO    PIC X(66).
          05 JRN-OPERADOR             PIC X(08).
      *-------------
      *    REGISTRO DE DECISOES DE CREDITO, NO DESENHO DO PEDIDOS.
       FD CREDITOLOG.
       01 CRL-REG.
          05 CRL-DATA            PIC 9(08).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 CRL-HORA            PIC 9(06).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 CRL-FONE            PIC 9(09).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 CRL-VALOR-PEDIDO    PIC 9(09)V99.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 CRL-EXPOSICAO       PIC 9(11)V99.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 CRL-LIMITE          PIC 9(07)V99.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 CRL-RESULTADO       PIC X(09).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 CRL-OPERADOR        PIC X(08).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'clientes-cfg.cpy'.
       COPY 'contasrec-cfg.cpy'.
       COPY 'operadores-cfg.cpy'.
       77 CLIENTES-STATUS      PIC   9(02).
       77 CONTASREC-STATUS     PIC   9(02).
       77 OPERADORES-STATUS    PIC   9(02).
       77 SEGMENTOS-STATUS     PIC   9(02).
       77 PROPOSTAS-STATUS     PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 JOURNAL-STATUS       PIC   9(02).
       77 CREDITOLOG-STATUS    PIC   9(02).
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-ARQS-ABERTOS     PIC   X(01) VALUE 'N'.
       77 WRK-SEGMENTOS-OK     PIC   X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-HOJE-INT         PIC   9(08).
       77 WRK-VENC-INT         PIC   9(08).
       77 WRK-PAGTO-INT        PIC   9(08).
       77 WRK-DIAS             PIC   S9(05).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-ADMIN-OK         PIC   X(01) VALUE 'N'.
       77 WRK-DECISAO          PIC   X(01).
       77 WRK-CONFIRMA         PIC   X(01).
       77 WRK-FONE-BUSCA       PIC   9(09).
       77 WRK-JRN-OPERACAO     PIC   X(01) VALUE 'K'.
       77 WRK-CRL-RESULTADO    PIC   X(09).
       77 WRK-CRL-EXPOSICAO    PIC   9(11)V99.

      *    REGRAS DA REVISAO, AJUSTAVEIS PELO AMBIENTE.
       77 WRK-PCT-ENV          PIC   X(03) VALUE SPACES.
       77 WRK-PCT-COMPRAS      PIC   9(03) VALUE 30.
       77 WRK-PONTOS-ENV       PIC   X(03) VALUE SPACES.
       77 WRK-PONTOS-MIN       PIC   9(03) VALUE 40.
       77 WRK-PISO-ENV         PIC   X(09) VALUE SPACES.
       77 WRK-PISO-CTVS        PIC   9(09) VALUE 10000.
       77 WRK-LIMITE-MIN       PIC   9(07)V99.
       77 WRK-DIAS-ENV         PIC   X(03) VALUE SPACES.
       77 WRK-DIAS-BLOQUEIO    PIC   9(03) VALUE 60.

       77 WRK-QTD-CLI          PIC   9(03) VALUE 0.
       77 WRK-IDX-CLI          PIC   9(03) VALUE 0.
       77 WRK-ACHOU-CLI        PIC   X(01).
      *    CLIENTES ALEM DA TABELA: FICAM FORA COM AVISO DE
      *    CONFERENCIA PARCIAL.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
       77 WRK-MEDIA-ATRASO     PIC   9(05).
       77 WRK-PENALIDADE       PIC   9(05).
       77 WRK-PONTOS           PIC   S9(05).
       77 WRK-PROPOSTA-INT     PIC   9(09).
       77 WRK-PROPOSTA         PIC   9(07)V99.
       77 WRK-BLOQUEAR         PIC   X(01).
       77 WRK-QTD-REVISTOS     PIC   9(06) VALUE 0.
       77 WRK-QTD-AUMENTO      PIC   9(06) VALUE 0.
       77 WRK-QTD-REDUCAO      PIC   9(06) VALUE 0.
       77 WRK-QTD-BLOQUEADOS   PIC   9(06) VALUE 0.
       77 WRK-QTD-APLICADOS    PIC   9(06) VALUE 0.
       77 WRK-QTD-RECUSADOS    PIC   9(06) VALUE 0.
       77 WRK-QTD-DESATUAL     PIC   9(06) VALUE 0.
       77 WRK-VALOR-EDT        PIC   ZZZZZZ9.99.
       77 WRK-VALOR-EDT2       PIC   ZZZZZZ9.99.

      *    HISTORICO DE PAGAMENTO POR CLIENTE, APURADO NO CONTASREC,
      *    MAIS AS COMPRAS E O SEGMENTO DO RFM.
       01 WRK-TABELA-CREDITO.
          05 WRK-CRD OCCURS 500 TIMES.
             10 WRK-CRD-FONE        PIC 9(09).
             10 WRK-CRD-QTD-PAGOS   PIC 9(05).
             10 WRK-CRD-DIAS-ATRASO PIC 9(07).
             10 WRK-CRD-VENCIDOS    PIC 9(03).
             10 WRK-CRD-MAIOR-ATRASO PIC 9(05).
             10 WRK-CRD-RENEGOCIADOS PIC 9(03).
             10 WRK-CRD-BOLETOS     PIC 9(03).
             10 WRK-CRD-SALDO       PIC 9(09)V99.
             10 WRK-CRD-COMPRAS     PIC 9(11)V99.
             10 WRK-CRD-SEGMENTO    PIC X(10).

       01 WRK-JRN-ANTES.
          05 WRK-JRN-ANTES-FONE     PIC 9(09).
          05 WRK-JRN-ANTES-NOME     PIC X(30).
          05 WRK-JRN-ANTES-EMAIL    PIC X(40).
          05 WRK-JRN-ANTES-CPF      PIC 9(11).
          05 WRK-JRN-ANTES-SITUACAO PIC X(01).
          05 WRK-JRN-ANTES-ENDERECO PIC X(66).

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(37) VALUE
             'REVISAO DE LIMITE DE CREDITO - DATA: '.
          05 WRK-REL-DATA     PIC 9(08).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(40) VALUE
             'CLIENTE   NOME                SEGMENTO'.
          05 FILLER           PIC X(46) VALUE
             '   COMPRAS 12M MED VEN MAIOR REN BOL PTS'.
          05 FILLER           PIC X(32) VALUE
             '     ATUAL   PROPOSTO  SITUACAO'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-FONE     PIC 9(09).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-NOME     PIC X(20).
          05 WRK-REL-SEGMENTO PIC X(10).
          05 WRK-REL-COMPRAS  PIC ZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-MEDIA    PIC ZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-VENCIDOS PIC ZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-MAIOR    PIC ZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-RENEG    PIC ZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-BOLETOS  PIC ZZ9.
          05 WRK-REL-PONTOS   PIC ---9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-ATUAL    PIC ZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-PROPOSTO PIC ZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-SITUACAO PIC X(10).

       01 WRK-REL-NOTA.
          05 WRK-REL-NOTA-TXT PIC X(100).
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 1000-REVISAR
              WHEN 2
                 PERFORM 2000-APROVAR-PROPOSTAS
              WHEN 3
                 PERFORM 3000-LIBERAR-BLOQUEIO
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA. NADA FEITO.'
           END-EVALUATE.
           PERFORM 0900-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           DISPLAY '### REVISAO DE CREDITO DE CLIENTES ###'.
           DISPLAY '1 - APURAR E PROPOR NOVOS LIMITES (LOTE MENSAL)'.
           DISPLAY '2 - APROVAR PROPOSTAS E APLICAR NO CADASTRO'.
           DISPLAY '3 - LIBERAR CLIENTE BLOQUEADO'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

           ACCEPT WRK-CLIENTES-PATH FROM ENVIRONMENT 'CLIENTES_DAT'.
           IF WRK-CLIENTES-PATH = SPACES
              MOVE WRK-CLIENTES-PATH-PADRAO TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-CONTASREC-PATH FROM ENVIRONMENT 'CONTASREC_DAT'.
           IF WRK-CONTASREC-PATH = SPACES
              MOVE WRK-CONTASREC-PATH-PADRAO TO WRK-CONTASREC-PATH
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'CREDREV_PCT_COMPRAS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-PCT-COMPRAS
           END-IF.
           ACCEPT WRK-PCT-ENV FROM ENVIRONMENT 'CREDREV_PCT_COMPRAS'.
           IF WRK-PCT-ENV NOT = SPACES
              MOVE WRK-PCT-ENV TO WRK-PCT-COMPRAS
           END-IF.
           MOVE 'CREDREV_PONTOS_MIN' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-PONTOS-MIN
           END-IF.
           ACCEPT WRK-PONTOS-ENV FROM ENVIRONMENT 'CREDREV_PONTOS_MIN'.
           IF WRK-PONTOS-ENV NOT = SPACES
              MOVE WRK-PONTOS-ENV TO WRK-PONTOS-MIN
           END-IF.
           MOVE 'CREDREV_LIMITE_MIN_CTVS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-PISO-CTVS
           END-IF.
           ACCEPT WRK-PISO-ENV
              FROM ENVIRONMENT 'CREDREV_LIMITE_MIN_CTVS'.
           IF WRK-PISO-ENV NOT = SPACES
              MOVE WRK-PISO-ENV TO WRK-PISO-CTVS
           END-IF.
           COMPUTE WRK-LIMITE-MIN = WRK-PISO-CTVS / 100.
           MOVE 'CREDREV_DIAS_BLOQUEIO' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-DIAS-BLOQUEIO
           END-IF.
           ACCEPT WRK-DIAS-ENV FROM ENVIRONMENT 'CREDREV_DIAS_BLOQUEIO'.
           IF WRK-DIAS-ENV NOT = SPACES
              MOVE WRK-DIAS-ENV TO WRK-DIAS-BLOQUEIO
           END-IF.

           PERFORM 0110-VERIFICAR-ADMIN.
      *    APROVAR LIMITE E TIRAR BLOQUEIO SAO DECISOES DO FINANCEIRO:
      *    SO ADMINISTRADOR. O LOTE DE APURACAO RODA SEM ALCADA.
           IF (WRK-OPCAO = 2 OR WRK-OPCAO = 3)
                 AND WRK-ADMIN-OK NOT = 'S'
              DISPLAY 'OPERADOR ' WRK-OPERADOR
                 ' SEM PERMISSAO DE ADMINISTRADOR.'
              MOVE 9 TO WRK-OPCAO
              MOVE 8 TO RETURN-CODE
           END-IF.

           IF WRK-OPCAO >= 1 AND WRK-OPCAO <= 3
              OPEN I-O CLIENTES
              IF CLIENTES-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR CLIENTES.DAT. STATUS: '
                    CLIENTES-STATUS
                 MOVE 9 TO WRK-OPCAO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'S' TO WRK-ARQS-ABERTOS
                 OPEN EXTEND JOURNAL
                 IF JOURNAL-STATUS = 35
                    OPEN OUTPUT JOURNAL
                 END-IF
              END-IF
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL).
      *----------------------------------------------------------------*
       0110-VERIFICAR-ADMIN SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.

           ACCEPT WRK-OPERADORES-PATH FROM ENVIRONMENT
              'OPERADORES_DAT'.
           IF WRK-OPERADORES-PATH = SPACES
              MOVE WRK-OPERADORES-PATH-PADRAO TO WRK-OPERADORES-PATH
           END-IF.
           OPEN INPUT OPERADORES.
           IF OPERADORES-STATUS = 00
              MOVE WRK-OPERADOR TO OPER-CODIGO
              READ OPERADORES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF OPERADORES-STATUS = 00 AND OPER-ADMIN = 'S'
                 MOVE 'S' TO WRK-ADMIN-OK
              END-IF
              CLOSE OPERADORES
           END-IF.
      *----------------------------------------------------------------*
       1000-REVISAR SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-TABELA-CREDITO.
           PERFORM 1100-CARREGAR-SEGMENTOS.
           IF WRK-SEGMENTOS-OK = 'S'
              PERFORM 1200-APURAR-TITULOS
              PERFORM 1050-GERAR-PROPOSTAS
           END-IF.
      *----------------------------------------------------------------*
       1050-GERAR-PROPOSTAS SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT PROPOSTAS.
           OPEN OUTPUT RELATORIO.
           IF PROPOSTAS-STATUS NOT = 00
                 OR RELATORIO-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR CREDREV.DAT OU CREDREV.REL. '
                 'STATUS: ' PROPOSTAS-STATUS ' ' RELATORIO-STATUS
              IF PROPOSTAS-STATUS = 00
                 CLOSE PROPOSTAS
              END-IF
              IF RELATORIO-STATUS = 00
                 CLOSE RELATORIO
              END-IF
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WRK-DATA-ATUAL TO WRK-REL-DATA
              WRITE REG-RELATORIO FROM WRK-REL-CABEC1
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              WRITE REG-RELATORIO FROM WRK-REL-CABEC2

              MOVE 'N'   TO WRK-FIM-ARQUIVO
              MOVE ZEROS TO CLIENTES-FONE
              START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-START
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CLIENTES NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND CLIENTES-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
                 IF WRK-FIM-ARQUIVO NOT = 'S'
                       AND CLIENTES-SITUACAO = 'A'
                    PERFORM 1300-REVISAR-CLIENTE
                 END-IF
              END-PERFORM

              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE SPACES TO WRK-REL-NOTA-TXT
              STRING 'REVISTOS: ' DELIMITED BY SIZE
                 WRK-QTD-REVISTOS DELIMITED BY SIZE
                 '  AUMENTO: ' DELIMITED BY SIZE
                 WRK-QTD-AUMENTO DELIMITED BY SIZE
                 '  REDUCAO: ' DELIMITED BY SIZE
                 WRK-QTD-REDUCAO DELIMITED BY SIZE
                 '  BLOQUEADOS: ' DELIMITED BY SIZE
                 WRK-QTD-BLOQUEADOS DELIMITED BY SIZE
                 INTO WRK-REL-NOTA-TXT
              WRITE REG-RELATORIO FROM WRK-REL-NOTA
              IF WRK-QTD-EXCEDENTES > ZEROS
                 MOVE SPACES TO WRK-REL-NOTA-TXT
                 STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                    WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                    ' REGISTROS DE CLIENTES ALEM DE 500 FICARAM FORA'
                    DELIMITED BY SIZE
                    INTO WRK-REL-NOTA-TXT
                 WRITE REG-RELATORIO FROM WRK-REL-NOTA
              END-IF
              CLOSE PROPOSTAS
              CLOSE RELATORIO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'CREDREV'         TO SPL-PROGRAMA
              MOVE 'CREDREV.REL'     TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
              DISPLAY 'REVISAO GRAVADA EM CREDREV.DAT E CREDREV.REL. '
                 'CLIENTES: ' WRK-QTD-REVISTOS
                 ' BLOQUEADOS: ' WRK-QTD-BLOQUEADOS
           END-IF.
      *----------------------------------------------------------------*
       1100-CARREGAR-SEGMENTOS SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT SEGMENTOS.
           IF SEGMENTOS-STATUS NOT = 00
              DISPLAY 'SEGMENTOS.DAT INDISPONIVEL. STATUS: '
                 SEGMENTOS-STATUS
              DISPLAY 'RODE O RFM ANTES DA REVISAO DE CREDITO.'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'S' TO WRK-SEGMENTOS-OK
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ SEGMENTOS
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       MOVE SEG-FONE TO WRK-FONE-BUSCA
                       PERFORM 8000-LOCALIZAR-CLIENTE
                       IF WRK-ACHOU-CLI = 'S'
                          MOVE SEG-VALOR TO
                             WRK-CRD-COMPRAS(WRK-IDX-CLI)
                          MOVE SEG-SEGMENTO TO
                             WRK-CRD-SEGMENTO(WRK-IDX-CLI)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEGMENTOS
           END-IF.
      *----------------------------------------------------------------*
       1200-APURAR-TITULOS SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT CONTASREC.
           IF CONTASREC-STATUS NOT = 00
              DISPLAY 'CONTASREC.DAT INDISPONIVEL. STATUS: '
                 CONTASREC-STATUS
              DISPLAY 'REVISAO SEGUE SO COM AS COMPRAS DO RFM.'
           ELSE
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CONTASREC NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       PERFORM 1210-APURAR-UM-TITULO
                 END-READ
              END-PERFORM
              CLOSE CONTASREC
           END-IF.
      *----------------------------------------------------------------*
       1210-APURAR-UM-TITULO SECTION.
      *----------------------------------------------------------------*
      *    TITULO CANCELADO NAO CONTA NO HISTORICO.
           MOVE 'N' TO WRK-ACHOU-CLI.
           IF CR-SITUACAO NOT = 'C'
              MOVE CR-FONE-CLIENTE TO WRK-FONE-BUSCA
              PERFORM 8000-LOCALIZAR-CLIENTE
           END-IF.
           IF WRK-ACHOU-CLI = 'S'
              PERFORM 1220-ACUMULAR-TITULO
           END-IF.
      *----------------------------------------------------------------*
       1220-ACUMULAR-TITULO SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-VENC-INT =
              FUNCTION INTEGER-OF-DATE(CR-DT-VENCIMENTO).

           EVALUATE CR-SITUACAO
              WHEN 'L'
                 ADD 1 TO WRK-CRD-QTD-PAGOS(WRK-IDX-CLI)
                 IF CR-DT-PAGAMENTO > CR-DT-VENCIMENTO
                    COMPUTE WRK-PAGTO-INT =
                       FUNCTION INTEGER-OF-DATE(CR-DT-PAGAMENTO)
                    COMPUTE WRK-DIAS = WRK-PAGTO-INT - WRK-VENC-INT
                    ADD WRK-DIAS TO WRK-CRD-DIAS-ATRASO(WRK-IDX-CLI)
                 END-IF
              WHEN 'R'
                 ADD 1 TO WRK-CRD-RENEGOCIADOS(WRK-IDX-CLI)
              WHEN 'A'
                 ADD CR-VALOR TO WRK-CRD-SALDO(WRK-IDX-CLI)
                 SUBTRACT CR-VALOR-PAGO FROM
                    WRK-CRD-SALDO(WRK-IDX-CLI)
                 IF CR-DT-VENCIMENTO < WRK-DATA-ATUAL
                    ADD 1 TO WRK-CRD-VENCIDOS(WRK-IDX-CLI)
                    COMPUTE WRK-DIAS = WRK-HOJE-INT - WRK-VENC-INT
                    IF WRK-DIAS > WRK-CRD-MAIOR-ATRASO(WRK-IDX-CLI)
                       MOVE WRK-DIAS TO
                          WRK-CRD-MAIOR-ATRASO(WRK-IDX-CLI)
                    END-IF
                    IF CR-DT-REMESSA NOT = ZEROS
                       ADD 1 TO WRK-CRD-BOLETOS(WRK-IDX-CLI)
                    END-IF
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       1300-REVISAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE CLIENTES-FONE TO WRK-FONE-BUSCA.
           PERFORM 8000-LOCALIZAR-CLIENTE.
           IF WRK-ACHOU-CLI = 'S'
              PERFORM 1305-PROPOR-LIMITE
           END-IF.
      *----------------------------------------------------------------*
       1305-PROPOR-LIMITE SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-REVISTOS.

           IF WRK-CRD-QTD-PAGOS(WRK-IDX-CLI) > ZEROS
              COMPUTE WRK-MEDIA-ATRASO =
                 WRK-CRD-DIAS-ATRASO(WRK-IDX-CLI)
                 / WRK-CRD-QTD-PAGOS(WRK-IDX-CLI)
           ELSE
              MOVE ZEROS TO WRK-MEDIA-ATRASO
           END-IF.
           COMPUTE WRK-PENALIDADE = WRK-MEDIA-ATRASO * 2.
           IF WRK-PENALIDADE > 40
              MOVE 40 TO WRK-PENALIDADE
           END-IF.
           COMPUTE WRK-PONTOS = 100 - WRK-PENALIDADE
              - (WRK-CRD-VENCIDOS(WRK-IDX-CLI) * 15)
              - (WRK-CRD-RENEGOCIADOS(WRK-IDX-CLI) * 20)
              - (WRK-CRD-BOLETOS(WRK-IDX-CLI) * 10).
           EVALUATE WRK-CRD-SEGMENTO(WRK-IDX-CLI)
              WHEN 'VIP'
                 ADD 20 TO WRK-PONTOS
              WHEN 'ATIVO'
                 ADD 10 TO WRK-PONTOS
              WHEN 'PERDIDO'
                 SUBTRACT 10 FROM WRK-PONTOS
           END-EVALUATE.
           IF WRK-PONTOS < ZEROS
              MOVE ZEROS TO WRK-PONTOS
           END-IF.

           IF WRK-PONTOS < WRK-PONTOS-MIN
              MOVE WRK-LIMITE-MIN TO WRK-PROPOSTA
           ELSE
              COMPUTE WRK-PROPOSTA-INT =
                 WRK-CRD-COMPRAS(WRK-IDX-CLI) * WRK-PCT-COMPRAS
                 * WRK-PONTOS / 10000
              IF WRK-PROPOSTA-INT > 9999999
                 MOVE 9999999 TO WRK-PROPOSTA-INT
              END-IF
              MOVE WRK-PROPOSTA-INT TO WRK-PROPOSTA
              IF WRK-PROPOSTA < WRK-LIMITE-MIN
                 MOVE WRK-LIMITE-MIN TO WRK-PROPOSTA
              END-IF
           END-IF.

      *    ATRASO GRAVE: BLOQUEIA JA E NAO AUMENTA O LIMITE.
           MOVE 'N' TO WRK-BLOQUEAR.
           IF WRK-CRD-MAIOR-ATRASO(WRK-IDX-CLI) > WRK-DIAS-BLOQUEIO
              MOVE 'S' TO WRK-BLOQUEAR
              IF CLIENTES-LIMITE-CREDITO > ZEROS
                    AND WRK-PROPOSTA > CLIENTES-LIMITE-CREDITO
                 MOVE CLIENTES-LIMITE-CREDITO TO WRK-PROPOSTA
              END-IF
              IF CLIENTES-BLOQ-CREDITO NOT = 'S'
                 PERFORM 1310-BLOQUEAR-CLIENTE
              END-IF
           END-IF.

           IF WRK-PROPOSTA > CLIENTES-LIMITE-CREDITO
              ADD 1 TO WRK-QTD-AUMENTO
           END-IF.
           IF WRK-PROPOSTA < CLIENTES-LIMITE-CREDITO
              ADD 1 TO WRK-QTD-REDUCAO
           END-IF.

           MOVE CLIENTES-FONE                TO PRP-FONE.
           MOVE WRK-DATA-ATUAL               TO PRP-DATA.
           MOVE WRK-PONTOS                   TO PRP-PONTOS.
           MOVE WRK-CRD-SALDO(WRK-IDX-CLI)   TO PRP-SALDO-ABERTO.
           MOVE CLIENTES-LIMITE-CREDITO      TO PRP-LIMITE-ATUAL.
           MOVE WRK-PROPOSTA                 TO PRP-LIMITE-PROPOSTO.
           MOVE WRK-BLOQUEAR                 TO PRP-BLOQUEIO.
           WRITE PRP-REG.

           MOVE CLIENTES-FONE                TO WRK-REL-FONE.
           MOVE CLIENTES-NOME                TO WRK-REL-NOME.
           MOVE WRK-CRD-SEGMENTO(WRK-IDX-CLI) TO WRK-REL-SEGMENTO.
           MOVE WRK-CRD-COMPRAS(WRK-IDX-CLI) TO WRK-REL-COMPRAS.
           MOVE WRK-MEDIA-ATRASO             TO WRK-REL-MEDIA.
           MOVE WRK-CRD-VENCIDOS(WRK-IDX-CLI) TO WRK-REL-VENCIDOS.
           MOVE WRK-CRD-MAIOR-ATRASO(WRK-IDX-CLI) TO WRK-REL-MAIOR.
           MOVE WRK-CRD-RENEGOCIADOS(WRK-IDX-CLI) TO WRK-REL-RENEG.
           MOVE WRK-CRD-BOLETOS(WRK-IDX-CLI) TO WRK-REL-BOLETOS.
           MOVE WRK-PONTOS                   TO WRK-REL-PONTOS.
           MOVE CLIENTES-LIMITE-CREDITO      TO WRK-REL-ATUAL.
           MOVE WRK-PROPOSTA                 TO WRK-REL-PROPOSTO.
           IF CLIENTES-BLOQ-CREDITO = 'S'
              MOVE 'BLOQUEADO' TO WRK-REL-SITUACAO
           ELSE
              MOVE SPACES TO WRK-REL-SITUACAO
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
      *----------------------------------------------------------------*
       1310-BLOQUEAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           PERFORM 8100-GUARDAR-IMAGEM-ANTES.
           MOVE 'S' TO CLIENTES-BLOQ-CREDITO.
           REWRITE CLIENTES-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF CLIENTES-STATUS = 00
              ADD 1 TO WRK-QTD-BLOQUEADOS
              PERFORM 8200-GRAVAR-JOURNAL
              MOVE 'BLOQ-REV' TO WRK-CRL-RESULTADO
              MOVE WRK-CRD-SALDO(WRK-IDX-CLI) TO WRK-CRL-EXPOSICAO
              PERFORM 8300-GRAVAR-CREDITOLOG
           ELSE
              DISPLAY 'ERRO AO BLOQUEAR ' CLIENTES-FONE
                 ' STATUS: ' CLIENTES-STATUS
           END-IF.
      *----------------------------------------------------------------*
       2000-APROVAR-PROPOSTAS SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT PROPOSTAS.
           IF PROPOSTAS-STATUS NOT = 00
              DISPLAY 'CREDREV.DAT INDISPONIVEL. STATUS: '
                 PROPOSTAS-STATUS
              DISPLAY 'RODE A APURACAO (OPCAO 1) ANTES.'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ PROPOSTAS
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF PRP-LIMITE-PROPOSTO NOT = PRP-LIMITE-ATUAL
                          PERFORM 2100-DECIDIR-PROPOSTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROPOSTAS
           END-IF.
           DISPLAY 'PROPOSTAS APLICADAS: ' WRK-QTD-APLICADOS
              ' RECUSADAS: ' WRK-QTD-RECUSADOS
              ' JA ALTERADAS NO CADASTRO: ' WRK-QTD-DESATUAL.
      *----------------------------------------------------------------*
       2100-DECIDIR-PROPOSTA SECTION.
      *----------------------------------------------------------------*
           MOVE PRP-FONE TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 CONTINUE
           END-READ.
      *    CADASTRO MEXIDO DEPOIS DA APURACAO (OU PROPOSTA JA
      *    APLICADA): A PROPOSTA FICOU VELHA E NAO E OFERECIDA.
           IF CLIENTES-STATUS NOT = 00
                 OR CLIENTES-LIMITE-CREDITO NOT = PRP-LIMITE-ATUAL
              ADD 1 TO WRK-QTD-DESATUAL
           ELSE
              PERFORM 2110-APRESENTAR-PROPOSTA
           END-IF.
      *----------------------------------------------------------------*
       2110-APRESENTAR-PROPOSTA SECTION.
      *----------------------------------------------------------------*
           MOVE PRP-LIMITE-ATUAL    TO WRK-VALOR-EDT.
           MOVE PRP-LIMITE-PROPOSTO TO WRK-VALOR-EDT2.
           DISPLAY 'CLIENTE ' PRP-FONE ' ' CLIENTES-NOME
              ' PONTOS: ' PRP-PONTOS.
           DISPLAY '   LIMITE ATUAL ' WRK-VALOR-EDT
              ' PROPOSTO ' WRK-VALOR-EDT2.
           IF CLIENTES-BLOQ-CREDITO = 'S'
              DISPLAY '   CLIENTE BLOQUEADO POR ATRASO.'
           END-IF.
           DISPLAY '   APROVAR (A) OU RECUSAR (R)? '.
           MOVE SPACES TO WRK-DECISAO.
           ACCEPT WRK-DECISAO FROM CONSOLE.

           IF WRK-DECISAO = 'A' OR WRK-DECISAO = 'a'
              PERFORM 8100-GUARDAR-IMAGEM-ANTES
              MOVE PRP-LIMITE-PROPOSTO TO CLIENTES-LIMITE-CREDITO
              MOVE WRK-DATA-ATUAL      TO CLIENTES-DT-REVISAO
              REWRITE CLIENTES-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF CLIENTES-STATUS = 00
                 ADD 1 TO WRK-QTD-APLICADOS
                 PERFORM 8200-GRAVAR-JOURNAL
                 MOVE 'REVISAO'        TO WRK-CRL-RESULTADO
                 MOVE PRP-SALDO-ABERTO TO WRK-CRL-EXPOSICAO
                 PERFORM 8300-GRAVAR-CREDITOLOG
              ELSE
                 DISPLAY 'ERRO AO APLICAR LIMITE. STATUS: '
                    CLIENTES-STATUS
              END-IF
           ELSE
              ADD 1 TO WRK-QTD-RECUSADOS
           END-IF.
      *----------------------------------------------------------------*
       3000-LIBERAR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'TELEFONE DO CLIENTE A LIBERAR: '.
           ACCEPT WRK-FONE-BUSCA FROM CONSOLE.
           MOVE WRK-FONE-BUSCA TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN CLIENTES-STATUS NOT = 00
                 DISPLAY 'CLIENTE NAO ENCONTRADO!'
              WHEN CLIENTES-BLOQ-CREDITO NOT = 'S'
                 DISPLAY 'CLIENTE ' CLIENTES-NOME
                    ' NAO ESTA BLOQUEADO.'
              WHEN OTHER
                 PERFORM 3100-CONFIRMAR-LIBERACAO
           END-EVALUATE.
      *----------------------------------------------------------------*
       3100-CONFIRMAR-LIBERACAO SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'CLIENTE ' CLIENTES-NOME.
           DISPLAY 'CONFIRMA A LIBERACAO DO CREDITO (S/N)? '.
           MOVE SPACES TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
              PERFORM 8100-GUARDAR-IMAGEM-ANTES
              MOVE 'N' TO CLIENTES-BLOQ-CREDITO
              REWRITE CLIENTES-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF CLIENTES-STATUS = 00
                 PERFORM 8200-GRAVAR-JOURNAL
                 MOVE 'LIBERADO' TO WRK-CRL-RESULTADO
                 MOVE ZEROS      TO WRK-CRL-EXPOSICAO
                 PERFORM 8300-GRAVAR-CREDITOLOG
                 DISPLAY 'CLIENTE LIBERADO.'
              ELSE
                 DISPLAY 'ERRO AO LIBERAR. STATUS: ' CLIENTES-STATUS
              END-IF
           ELSE
              DISPLAY 'LIBERACAO ABANDONADA.'
           END-IF.
      *----------------------------------------------------------------*
       8000-LOCALIZAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    ACHA O CLIENTE DE WRK-FONE-BUSCA NA TABELA OU ABRE UMA
      *    LINHA NOVA; TABELA CHEIA CONTA O REGISTRO COMO EXCEDENTE.
           MOVE 'N' TO WRK-ACHOU-CLI.
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                 UNTIL WRK-IDX-CLI > WRK-QTD-CLI
                 OR WRK-ACHOU-CLI = 'S'
              IF WRK-CRD-FONE(WRK-IDX-CLI) = WRK-FONE-BUSCA
                 MOVE 'S' TO WRK-ACHOU-CLI
                 SUBTRACT 1 FROM WRK-IDX-CLI
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-CLI = 'N'
              IF WRK-QTD-CLI >= 500
                 ADD 1 TO WRK-QTD-EXCEDENTES
              ELSE
                 ADD 1 TO WRK-QTD-CLI
                 MOVE WRK-QTD-CLI    TO WRK-IDX-CLI
                 MOVE WRK-FONE-BUSCA TO WRK-CRD-FONE(WRK-IDX-CLI)
                 MOVE 'S' TO WRK-ACHOU-CLI
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       8100-GUARDAR-IMAGEM-ANTES SECTION.
      *----------------------------------------------------------------*
           MOVE CLIENTES-FONE     TO WRK-JRN-ANTES-FONE.
           MOVE CLIENTES-NOME     TO WRK-JRN-ANTES-NOME.
           MOVE CLIENTES-EMAIL    TO WRK-JRN-ANTES-EMAIL.
           MOVE CLIENTES-CPF      TO WRK-JRN-ANTES-CPF.
           MOVE CLIENTES-SITUACAO TO WRK-JRN-ANTES-SITUACAO.
           MOVE CLIENTES-ENDERECO TO WRK-JRN-ANTES-ENDERECO.
      *----------------------------------------------------------------*
       8200-GRAVAR-JOURNAL SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-ATUAL      TO JRN-DATA.
           ACCEPT WRK-HORA-ATUAL    FROM TIME.
           MOVE WRK-HORA-ATUAL(1:6) TO JRN-HORA.
           MOVE WRK-JRN-OPERACAO    TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES-FONE     TO JRN-ANTES-FONE.
           MOVE WRK-JRN-ANTES-NOME     TO JRN-ANTES-NOME.
           MOVE WRK-JRN-ANTES-EMAIL    TO JRN-ANTES-EMAIL.
           MOVE WRK-JRN-ANTES-CPF      TO JRN-ANTES-CPF.
           MOVE WRK-JRN-ANTES-SITUACAO TO JRN-ANTES-SITUACAO.
           MOVE WRK-JRN-ANTES-ENDERECO TO JRN-ANTES-ENDERECO.
           MOVE CLIENTES-FONE       TO JRN-DEPOIS-FONE.
           MOVE CLIENTES-NOME       TO JRN-DEPOIS-NOME.
           MOVE CLIENTES-EMAIL      TO JRN-DEPOIS-EMAIL.
           MOVE CLIENTES-CPF        TO JRN-DEPOIS-CPF.
           MOVE CLIENTES-SITUACAO   TO JRN-DEPOIS-SITUACAO.
           MOVE CLIENTES-ENDERECO   TO JRN-DEPOIS-ENDERECO.
           MOVE WRK-OPERADOR        TO JRN-OPERADOR.
           WRITE JRN-REG.
      *----------------------------------------------------------------*
       8300-GRAVAR-CREDITOLOG SECTION.
      *----------------------------------------------------------------*
           OPEN EXTEND CREDITOLOG.
           IF CREDITOLOG-STATUS = 35
              OPEN OUTPUT CREDITOLOG
           END-IF.
           MOVE WRK-DATA-ATUAL          TO CRL-DATA.
           ACCEPT WRK-HORA-ATUAL        FROM TIME.
           MOVE WRK-HORA-ATUAL(1:6)     TO CRL-HORA.
           MOVE CLIENTES-FONE           TO CRL-FONE.
           MOVE ZEROS                   TO CRL-VALOR-PEDIDO.
           MOVE WRK-CRL-EXPOSICAO       TO CRL-EXPOSICAO.
           MOVE CLIENTES-LIMITE-CREDITO TO CRL-LIMITE.
           MOVE WRK-CRL-RESULTADO       TO CRL-RESULTADO.
           MOVE WRK-OPERADOR            TO CRL-OPERADOR.
           WRITE CRL-REG.
           CLOSE CREDITOLOG.
      *----------------------------------------------------------------*
       0900-FINALIZAR SECTION.
      *-----------------------
           IF WRK-ARQS-ABERTOS = 'S'
              CLOSE CLIENTES
              CLOSE JOURNAL
           END-IF.
      *----------------------------------------------------------------*
