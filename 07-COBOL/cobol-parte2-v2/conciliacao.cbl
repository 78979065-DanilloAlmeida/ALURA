      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CONCILIACAO BANCARIA DO CAIXA.DAT COM O EXTRATO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    CONFERE SE O QUE A RAZAO CAIXA.DAT DIZ QUE ENTROU E SAIU
      *    PELO BANCO (PIX, CARTAO, CHEQUE, BOLETO, TARIFAS E LOTE DE
      *    PAGAMENTOS A FORNECEDOR) BATE COM
      *    O EXTRATO EXPORTADO DO BANCO (EXTRATO.TXT), NUM PERIODO
      *    INFORMADO. CADA LINHA DO EXTRATO CASA COM UM MOVIMENTO DO
      *    CAIXA AINDA NAO CASADO DE MESMA FORMA, MESMO SENTIDO
      *    (CREDITO = ENTRADA, DEBITO = SAIDA) E MESMO VALOR, COM A
      *    DATA DO BANCO IGUAL A DO CAIXA OU ATE N DIAS DEPOIS
      *    (CHEQUE COMPENSA E CARTAO LIQUIDA DEPOIS DA VENDA). O
      *    PRAZO VEM DO AMBIENTE EM CONCILIA_DIAS (PADRAO 0 = MESMO
      *    DIA). CONCILIA.REL SAI EM TRES BLOCOS: CASADOS, SO NO
      *    BANCO (TARIFAS, ESTORNOS, DEPOSITOS SEM IDENTIFICACAO) E
      *    SO NO LIVRO (CHEQUE NAO COMPENSADO, CARTAO NAO LIQUIDADO).
      *    A OPCAO 2 AINDA LANCA NO CAIXA, COMO SAIDA NA FORMA 7,
      *    AS TARIFAS (FORMA 7 DO EXTRATO) QUE SO ESTAO NO BANCO,
      *    PARA O LIVRO FICAR IGUAL AO BANCO. NA RODADA SEGUINTE O
      *    LANCAMENTO JA CASA E NAO E GRAVADO DE NOVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CONCILIACAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT CAIXA ASSIGN TO 'CAIXA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAIXA-STATUS.

           SELECT EXTRATO ASSIGN TO 'EXTRATO.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXTRATO-STATUS.

           SELECT RELATORIO ASSIGN TO 'CONCILIA.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD CAIXA.
       COPY 'caixa-reg.cpy'.
      *-------------
      *    EXTRATO DO BANCO: UMA LINHA POR LANCAMENTO NA CONTA. TIPO
      *    'C' CREDITO, 'D' DEBITO; FORMA NO MESMO CODIGO DO CAIXA
      *    (2 PIX, 3 CARTAO, 4 CHEQUE, 6 BOLETO, 7 TARIFA/ENCARGO,
      *    8 PAGAMENTO A FORNECEDOR, 0 OUTROS).
       FD EXTRATO.
       01 EXT-REG.
          05 EXT-DATA            PIC 9(08).
          05 EXT-TIPO            PIC X(01).
          05 EXT-FORMA           PIC 9(01).
          05 EXT-VALOR           PIC 9(09)V99.
          05 EXT-HISTORICO       PIC X(20).
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77 CAIXA-STATUS         PIC   9(02).
       77 EXTRATO-STATUS       PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-INICIO      PIC   9(08).
       77 WRK-DATA-FIM         PIC   9(08).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-DIAS-ENV         PIC   X(02) VALUE SPACES.
       77 WRK-DIAS-TOLERANCIA  PIC   9(02) VALUE 0.
       77 WRK-DATA-INT         PIC   9(08).
       77 WRK-SENTIDO          PIC   X(01).
       77 WRK-IDX-CXA          PIC   9(04).
       77 WRK-IDX-EXT          PIC   9(04).
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-QTD-CXA          PIC   9(04) VALUE 0.
       77 WRK-QTD-EXT          PIC   9(04) VALUE 0.
      *    MOVIMENTOS ALEM DA TABELA FICAM FORA DA CONFERENCIA, COM
      *    AVISO NO FIM DO RELATORIO, COMO NAS CARTAS DE COBRANCA.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
       77 WRK-QTD-CASADOS      PIC   9(04) VALUE 0.
       77 WRK-QTD-SO-BANCO     PIC   9(04) VALUE 0.
       77 WRK-QTD-SO-LIVRO     PIC   9(04) VALUE 0.
       77 WRK-QTD-TARIFAS      PIC   9(04) VALUE 0.
       77 WRK-TOT-CASADOS      PIC   9(11)V99 VALUE 0.
       77 WRK-TOT-SO-BANCO     PIC   S9(11)V99 VALUE 0.
       77 WRK-TOT-SO-LIVRO     PIC   S9(11)V99 VALUE 0.

      *    MOVIMENTOS BANCARIOS DO CAIXA NO PERIODO. CASADO = 'S'
      *    QUANDO JA ACHOU SUA LINHA NO EXTRATO.
       01 WRK-TABELA-CAIXA.
          05 WRK-CXA OCCURS 3000 TIMES.
             10 WRK-CXA-DATA      PIC 9(08).
             10 WRK-CXA-DATA-INT  PIC 9(08).
             10 WRK-CXA-TIPO      PIC X(01).
             10 WRK-CXA-FORMA     PIC 9(01).
             10 WRK-CXA-VALOR     PIC 9(09)V99.
             10 WRK-CXA-HISTORICO PIC X(20).
             10 WRK-CXA-CASADO    PIC X(01).

      *    LINHAS DO EXTRATO NO PERIODO, COM O MOVIMENTO DO CAIXA
      *    QUE CASOU (ZERO = SO NO BANCO).
       01 WRK-TABELA-EXTRATO.
          05 WRK-EXT OCCURS 3000 TIMES.
             10 WRK-EXT-DATA      PIC 9(08).
             10 WRK-EXT-TIPO      PIC X(01).
             10 WRK-EXT-FORMA     PIC 9(01).
             10 WRK-EXT-VALOR     PIC 9(09)V99.
             10 WRK-EXT-HISTORICO PIC X(20).
             10 WRK-EXT-CASOU-COM PIC 9(04).

       01 WRK-NOMES-FORMAS.
          05 FILLER            PIC X(10) VALUE 'DINHEIRO'.
          05 FILLER            PIC X(10) VALUE 'PIX'.
          05 FILLER            PIC X(10) VALUE 'CARTAO'.
          05 FILLER            PIC X(10) VALUE 'CHEQUE'.
          05 FILLER            PIC X(10) VALUE 'CREDITO'.
          05 FILLER            PIC X(10) VALUE 'BOLETO'.
          05 FILLER            PIC X(10) VALUE 'TARIFA'.
          05 FILLER            PIC X(10) VALUE 'PAGTO BCO'.
          05 FILLER            PIC X(10) VALUE 'SALARIOS'.
       01 WRK-NOME-FORMA REDEFINES WRK-NOMES-FORMAS.
          05 WRK-FORMA-NOME    PIC X(10) OCCURS 9 TIMES.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(20) VALUE 'LOJA DANILLO LTDA'.
          05 FILLER           PIC X(34) VALUE
             'CONCILIACAO BANCARIA - PERIODO: '.
          05 WRK-REL-INICIO   PIC 9(08).
          05 FILLER           PIC X(03) VALUE ' A '.
          05 WRK-REL-FIM      PIC 9(08).

       01 WRK-REL-BLOCO.
          05 WRK-REL-BLOCO-TIT PIC X(60).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(10) VALUE 'DATA BCO'.
          05 FILLER           PIC X(10) VALUE 'DATA LIVRO'.
          05 FILLER           PIC X(04) VALUE 'T'.
          05 FILLER           PIC X(11) VALUE 'FORMA'.
          05 FILLER           PIC X(16) VALUE '          VALOR'.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 FILLER           PIC X(20) VALUE 'HISTORICO'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-DATA-BCO PIC ZZZZZZZZ.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-DATA-LIV PIC ZZZZZZZZ.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-TIPO     PIC X(01).
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-FORMA    PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-REL-VALOR    PIC ZZZZZZZZZZ9.99-.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-REL-HISTORICO PIC X(20).

       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(10) VALUE SPACES.
          05 WRK-REL-TOT-DESC PIC X(25).
          05 WRK-REL-TOT-QTD  PIC ZZZ9.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-TOT-VAL  PIC ZZZZZZZZZZ9.99-.

       01 WRK-REL-AVISO.
          05 FILLER           PIC X(38) VALUE
             'ATENCAO: CONFERENCIA PARCIAL. FICARAM '.
          05 WRK-REL-AVISO-QTD PIC ZZZZZ9.
          05 FILLER           PIC X(38) VALUE
             ' MOVIMENTOS FORA DA TABELA.'.

      *    HISTORICO DO LANCAMENTO DA TARIFA NO CAIXA: O TEXTO DO
      *    PROPRIO EXTRATO, PARA O LIVRO MOSTRAR O QUE O BANCO COBROU.
       01 WRK-HISTORICO-TARIFA.
          05 FILLER               PIC X(04) VALUE 'BCO '.
          05 WRK-HIST-TARIFA      PIC X(16).
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           IF WRK-OPCAO = 1 OR WRK-OPCAO = 2
              PERFORM 0200-CARREGAR-CAIXA
              PERFORM 0300-CARREGAR-EXTRATO
              PERFORM 0400-CASAR-MOVIMENTOS
              PERFORM 0500-IMPRIMIR
              IF WRK-OPCAO = 2
                 PERFORM 0600-LANCAR-TARIFAS
              END-IF
           ELSE
              DISPLAY 'OPCAO INVALIDA. NADA FEITO.'
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           DISPLAY '### CONCILIACAO BANCARIA ###'.
           DISPLAY '1 - CONCILIAR (SO RELATORIO)'.
           DISPLAY '2 - CONCILIAR E LANCAR TARIFAS NO CAIXA'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

           DISPLAY 'INFORME A DATA INICIAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'INFORME A DATA FINAL (AAAAMMDD, 0=HOJE): '.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           IF WRK-DATA-FIM = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-FIM
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'CONCILIA_DIAS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-DIAS-TOLERANCIA
           END-IF.
           ACCEPT WRK-DIAS-ENV FROM ENVIRONMENT 'CONCILIA_DIAS'.
           IF WRK-DIAS-ENV NOT = SPACES
              MOVE WRK-DIAS-ENV TO WRK-DIAS-TOLERANCIA
           END-IF.

           INITIALIZE WRK-TABELA-CAIXA WRK-TABELA-EXTRATO.
      *----------------------------------------------------------------*
       0200-CARREGAR-CAIXA SECTION.
      *----------------------------------------------------------------*
      *    SO INTERESSA O QUE PASSA PELO BANCO: DINHEIRO (1) E
      *    CREDITO DE DEVOLUCAO (5) NAO TEM LANCAMENTO NO EXTRATO.
           OPEN INPUT CAIXA.
           IF CAIXA-STATUS NOT = 00
              DISPLAY 'CAIXA.DAT INDISPONIVEL. STATUS: ' CAIXA-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ CAIXA
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    IF CXA-DATA >= WRK-DATA-INICIO
                          AND CXA-DATA <= WRK-DATA-FIM
                          AND (CXA-FORMA = 2 OR CXA-FORMA = 3
                            OR CXA-FORMA = 4 OR CXA-FORMA = 6
                            OR CXA-FORMA = 7 OR CXA-FORMA = 8
                            OR CXA-FORMA = 9)
                       PERFORM 0210-GUARDAR-CAIXA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CAIXA.
      *----------------------------------------------------------------*
       0210-GUARDAR-CAIXA SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-CXA >= 3000
              ADD 1 TO WRK-QTD-EXCEDENTES
           ELSE
              ADD 1 TO WRK-QTD-CXA
              MOVE CXA-DATA      TO WRK-CXA-DATA(WRK-QTD-CXA)
              COMPUTE WRK-CXA-DATA-INT(WRK-QTD-CXA) =
                 FUNCTION INTEGER-OF-DATE(CXA-DATA)
              MOVE CXA-TIPO      TO WRK-CXA-TIPO(WRK-QTD-CXA)
              MOVE CXA-FORMA     TO WRK-CXA-FORMA(WRK-QTD-CXA)
              MOVE CXA-VALOR     TO WRK-CXA-VALOR(WRK-QTD-CXA)
              MOVE CXA-HISTORICO TO WRK-CXA-HISTORICO(WRK-QTD-CXA)
              MOVE 'N'           TO WRK-CXA-CASADO(WRK-QTD-CXA)
           END-IF.
      *----------------------------------------------------------------*
       0300-CARREGAR-EXTRATO SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT EXTRATO.
           IF EXTRATO-STATUS NOT = 00
              DISPLAY 'EXTRATO.TXT INDISPONIVEL. STATUS: '
                 EXTRATO-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ EXTRATO
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    IF EXT-DATA >= WRK-DATA-INICIO
                          AND EXT-DATA <= WRK-DATA-FIM
                       PERFORM 0310-GUARDAR-EXTRATO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EXTRATO.
      *----------------------------------------------------------------*
       0310-GUARDAR-EXTRATO SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-EXT >= 3000
              ADD 1 TO WRK-QTD-EXCEDENTES
           ELSE
              ADD 1 TO WRK-QTD-EXT
              MOVE EXT-DATA      TO WRK-EXT-DATA(WRK-QTD-EXT)
              MOVE EXT-TIPO      TO WRK-EXT-TIPO(WRK-QTD-EXT)
              MOVE EXT-FORMA     TO WRK-EXT-FORMA(WRK-QTD-EXT)
              MOVE EXT-VALOR     TO WRK-EXT-VALOR(WRK-QTD-EXT)
              MOVE EXT-HISTORICO TO WRK-EXT-HISTORICO(WRK-QTD-EXT)
              MOVE ZEROS         TO WRK-EXT-CASOU-COM(WRK-QTD-EXT)
           END-IF.
      *----------------------------------------------------------------*
       0400-CASAR-MOVIMENTOS SECTION.
      *----------------------------------------------------------------*
      *    PARA CADA LINHA DO EXTRATO, O PRIMEIRO MOVIMENTO DO CAIXA
      *    AINDA LIVRE QUE BATE EM FORMA, SENTIDO E VALOR, DATADO DO
      *    MESMO DIA OU ATE CONCILIA_DIAS ANTES DO BANCO.
           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                 UNTIL WRK-IDX-EXT > WRK-QTD-EXT
              IF WRK-EXT-TIPO(WRK-IDX-EXT) = 'C'
                 MOVE 'E' TO WRK-SENTIDO
              ELSE
                 MOVE 'S' TO WRK-SENTIDO
              END-IF
              COMPUTE WRK-DATA-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-EXT-DATA(WRK-IDX-EXT))
              MOVE 'N' TO WRK-ACHOU
              PERFORM VARYING WRK-IDX-CXA FROM 1 BY 1
                    UNTIL WRK-IDX-CXA > WRK-QTD-CXA
                       OR WRK-ACHOU = 'S'
                 IF WRK-CXA-CASADO(WRK-IDX-CXA) = 'N'
                       AND WRK-CXA-TIPO(WRK-IDX-CXA) = WRK-SENTIDO
                       AND WRK-CXA-FORMA(WRK-IDX-CXA) =
                           WRK-EXT-FORMA(WRK-IDX-EXT)
                       AND WRK-CXA-VALOR(WRK-IDX-CXA) =
                           WRK-EXT-VALOR(WRK-IDX-EXT)
                       AND WRK-CXA-DATA-INT(WRK-IDX-CXA) <=
                           WRK-DATA-INT
                       AND WRK-DATA-INT - WRK-CXA-DATA-INT(WRK-IDX-CXA)
                           <= WRK-DIAS-TOLERANCIA
                    MOVE 'S' TO WRK-CXA-CASADO(WRK-IDX-CXA)
                    MOVE WRK-IDX-CXA TO WRK-EXT-CASOU-COM(WRK-IDX-EXT)
                    MOVE 'S' TO WRK-ACHOU
                 END-IF
              END-PERFORM
           END-PERFORM.
      *----------------------------------------------------------------*
       0500-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-INICIO TO WRK-REL-INICIO.
           MOVE WRK-DATA-FIM    TO WRK-REL-FIM.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *    BLOCO 1: CASADOS.
           MOVE 'MOVIMENTOS CONCILIADOS' TO WRK-REL-BLOCO-TIT.
           WRITE REG-RELATORIO FROM WRK-REL-BLOCO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                 UNTIL WRK-IDX-EXT > WRK-QTD-EXT
              IF WRK-EXT-CASOU-COM(WRK-IDX-EXT) NOT = ZEROS
                 MOVE WRK-EXT-CASOU-COM(WRK-IDX-EXT) TO WRK-IDX-CXA
                 PERFORM 0510-MONTAR-LINHA-EXTRATO
                 MOVE WRK-CXA-DATA(WRK-IDX-CXA) TO WRK-REL-DATA-LIV
                 WRITE REG-RELATORIO FROM WRK-REL-DETALHE
                 ADD 1 TO WRK-QTD-CASADOS
                 ADD WRK-EXT-VALOR(WRK-IDX-EXT) TO WRK-TOT-CASADOS
              END-IF
           END-PERFORM.
           MOVE 'TOTAL CONCILIADO.......: ' TO WRK-REL-TOT-DESC.
           MOVE WRK-QTD-CASADOS TO WRK-REL-TOT-QTD.
           MOVE WRK-TOT-CASADOS TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *    BLOCO 2: SO NO BANCO (DEBITO SAI NEGATIVO).
           MOVE 'SO NO BANCO (TARIFAS, ESTORNOS, DEPOSITOS SEM IDENT.)'
              TO WRK-REL-BLOCO-TIT.
           WRITE REG-RELATORIO FROM WRK-REL-BLOCO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                 UNTIL WRK-IDX-EXT > WRK-QTD-EXT
              IF WRK-EXT-CASOU-COM(WRK-IDX-EXT) = ZEROS
                 PERFORM 0510-MONTAR-LINHA-EXTRATO
                 MOVE ZEROS TO WRK-REL-DATA-LIV
                 WRITE REG-RELATORIO FROM WRK-REL-DETALHE
                 ADD 1 TO WRK-QTD-SO-BANCO
                 IF WRK-EXT-TIPO(WRK-IDX-EXT) = 'C'
                    ADD WRK-EXT-VALOR(WRK-IDX-EXT) TO WRK-TOT-SO-BANCO
                 ELSE
                    SUBTRACT WRK-EXT-VALOR(WRK-IDX-EXT)
                       FROM WRK-TOT-SO-BANCO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 'TOTAL SO NO BANCO......: ' TO WRK-REL-TOT-DESC.
           MOVE WRK-QTD-SO-BANCO TO WRK-REL-TOT-QTD.
           MOVE WRK-TOT-SO-BANCO TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *    BLOCO 3: SO NO LIVRO (SAIDA SAI NEGATIVA).
           MOVE 'SO NO LIVRO (CHEQUE NAO COMPENSADO, CARTAO A LIQUIDAR)'
              TO WRK-REL-BLOCO-TIT.
           WRITE REG-RELATORIO FROM WRK-REL-BLOCO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.
           PERFORM VARYING WRK-IDX-CXA FROM 1 BY 1
                 UNTIL WRK-IDX-CXA > WRK-QTD-CXA
              IF WRK-CXA-CASADO(WRK-IDX-CXA) = 'N'
                 MOVE ZEROS TO WRK-REL-DATA-BCO
                 MOVE WRK-CXA-DATA(WRK-IDX-CXA) TO WRK-REL-DATA-LIV
                 MOVE WRK-CXA-TIPO(WRK-IDX-CXA) TO WRK-REL-TIPO
                 MOVE WRK-FORMA-NOME(WRK-CXA-FORMA(WRK-IDX-CXA))
                    TO WRK-REL-FORMA
                 MOVE WRK-CXA-HISTORICO(WRK-IDX-CXA)
                    TO WRK-REL-HISTORICO
                 IF WRK-CXA-TIPO(WRK-IDX-CXA) = 'E'
                    MOVE WRK-CXA-VALOR(WRK-IDX-CXA) TO WRK-REL-VALOR
                    ADD WRK-CXA-VALOR(WRK-IDX-CXA) TO WRK-TOT-SO-LIVRO
                 ELSE
                    COMPUTE WRK-REL-VALOR =
                       WRK-CXA-VALOR(WRK-IDX-CXA) * -1
                    SUBTRACT WRK-CXA-VALOR(WRK-IDX-CXA)
                       FROM WRK-TOT-SO-LIVRO
                 END-IF
                 WRITE REG-RELATORIO FROM WRK-REL-DETALHE
                 ADD 1 TO WRK-QTD-SO-LIVRO
              END-IF
           END-PERFORM.
           MOVE 'TOTAL SO NO LIVRO......: ' TO WRK-REL-TOT-DESC.
           MOVE WRK-QTD-SO-LIVRO TO WRK-REL-TOT-QTD.
           MOVE WRK-TOT-SO-LIVRO TO WRK-REL-TOT-VAL.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.

           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE WRK-QTD-EXCEDENTES TO WRK-REL-AVISO-QTD
              WRITE REG-RELATORIO FROM WRK-REL-AVISO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CONCILIACAO'     TO SPL-PROGRAMA.
           MOVE 'CONCILIA.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           DISPLAY 'CONCILIACAO GRAVADA EM CONCILIA.REL. CASADOS: '
              WRK-QTD-CASADOS ' SO BANCO: ' WRK-QTD-SO-BANCO
              ' SO LIVRO: ' WRK-QTD-SO-LIVRO.
      *----------------------------------------------------------------*
       0510-MONTAR-LINHA-EXTRATO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-EXT-DATA(WRK-IDX-EXT) TO WRK-REL-DATA-BCO.
           MOVE WRK-EXT-TIPO(WRK-IDX-EXT) TO WRK-REL-TIPO.
           IF WRK-EXT-FORMA(WRK-IDX-EXT) >= 1
                 AND WRK-EXT-FORMA(WRK-IDX-EXT) <= 9
              MOVE WRK-FORMA-NOME(WRK-EXT-FORMA(WRK-IDX-EXT))
                 TO WRK-REL-FORMA
           ELSE
              MOVE 'OUTROS' TO WRK-REL-FORMA
           END-IF.
           IF WRK-EXT-TIPO(WRK-IDX-EXT) = 'C'
              MOVE WRK-EXT-VALOR(WRK-IDX-EXT) TO WRK-REL-VALOR
           ELSE
              COMPUTE WRK-REL-VALOR = WRK-EXT-VALOR(WRK-IDX-EXT) * -1
           END-IF.
           MOVE WRK-EXT-HISTORICO(WRK-IDX-EXT) TO WRK-REL-HISTORICO.
      *----------------------------------------------------------------*
       0600-LANCAR-TARIFAS SECTION.
      *----------------------------------------------------------------*
      *    TARIFA OU ENCARGO DEBITADO PELO BANCO (FORMA 7) QUE NAO
      *    ESTA NO LIVRO VIRA SAIDA NO CAIXA NA DATA DO EXTRATO.
           OPEN EXTEND CAIXA.
           IF CAIXA-STATUS = 35
              OPEN OUTPUT CAIXA
           END-IF.
           IF CAIXA-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CAIXA.DAT. STATUS: ' CAIXA-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                 UNTIL WRK-IDX-EXT > WRK-QTD-EXT
              IF WRK-EXT-CASOU-COM(WRK-IDX-EXT) = ZEROS
                    AND WRK-EXT-TIPO(WRK-IDX-EXT) = 'D'
                    AND WRK-EXT-FORMA(WRK-IDX-EXT) = 7
                 MOVE WRK-EXT-DATA(WRK-IDX-EXT) TO CXA-DATA
                 ACCEPT WRK-HORA-ATUAL    FROM TIME
                 MOVE WRK-HORA-ATUAL(1:6) TO CXA-HORA
                 MOVE 'S'                 TO CXA-TIPO
                 MOVE 7                   TO CXA-FORMA
                 MOVE WRK-EXT-VALOR(WRK-IDX-EXT) TO CXA-VALOR
                 MOVE WRK-EXT-HISTORICO(WRK-IDX-EXT) TO WRK-HIST-TARIFA
                 MOVE WRK-HISTORICO-TARIFA TO CXA-HISTORICO
                 WRITE CXA-REG
                 ADD 1 TO WRK-QTD-TARIFAS
              END-IF
           END-PERFORM.
           CLOSE CAIXA.

           DISPLAY 'TARIFAS LANCADAS NO CAIXA: ' WRK-QTD-TARIFAS.
      *----------------------------------------------------------------*
