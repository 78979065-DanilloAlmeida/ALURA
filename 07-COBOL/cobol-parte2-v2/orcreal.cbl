      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: ORCADO X REALIZADO POR CONTA DO PLANOCONTAS
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    CONFRONTA O ORCAMENTO DE ORCCONTA.DAT COM O REALIZADO DAS
      *    MESMAS PARTIDAS QUE O CONTABIL EXPORTA (SEGMENTOS
      *    CONTABAAAAMM.DAT, UM POR COMPETENCIA), NO MES E NO
      *    ACUMULADO DO ANO. O REALIZADO DE UMA CONTA SEGUE A
      *    NATUREZA DO ORCAMENTO: DEVEDORA = DEBITOS MENOS CREDITOS,
      *    CREDORA = CREDITOS MENOS DEBITOS; CONTA COM MOVIMENTO E SEM
      *    ORCAMENTO ASSUME A NATUREZA DO SALDO E SAI MARCADA.
      *    A VARIACAO E REALIZADO MENOS ORCADO, EM VALOR E EM
      *    PERCENTUAL DO ORCADO. LINHA COM VARIACAO ACIMA DA
      *    TOLERANCIA (ORCREAL_TOLER_CTM EM CENTESIMOS DE PONTO
      *    PERCENTUAL, PADRAO 1000 = 10,00%) NO MES OU NO ANO SAI COM
      *    '*'; A OPCAO 'SO EXCECOES' IMPRIME APENAS ESSAS, PARA O
      *    CONTROLLER NAO LER O RELATORIO INTEIRO. SAIDA EM
      *    ORCREAL.REL. COMPETENCIA SEM SEGMENTO (CONTABIL NAO
      *    RODADO) E AVISADA NO RODAPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. ORCREAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT LANCAMENTOS ASSIGN TO WRK-CONTAB-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LANCAMENTOS-STATUS.

           SELECT ORCCONTA ASSIGN TO WRK-ORCCONTA-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ORCCONTA-STATUS
              RECORD KEY OCT-CHAVE.

           SELECT RELATORIO ASSIGN TO 'ORCREAL.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD LANCAMENTOS.
       COPY 'lancctb-reg.cpy'.
      *-------------
       FD ORCCONTA.
       COPY 'orcconta-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'orcconta-cfg.cpy'.
       77 LANCAMENTOS-STATUS   PIC   9(02).
       77 WRK-CONTAB-PATH      PIC   X(30).
       77 ORCCONTA-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-MES-INF          PIC   9(02).
       77 WRK-ANO-INF          PIC   9(04).
       77 WRK-COMPETENCIA      PIC   9(06).
       77 WRK-MES-LIDO         PIC   9(02).
       77 WRK-SO-EXCECOES      PIC   X(01).
       77 WRK-TOLER-ENV        PIC   X(05) VALUE SPACES.
       77 WRK-TOLER-CTM        PIC   9(05) VALUE 1000.
       77 WRK-TOLERANCIA       PIC   9(03)V99.
       77 WRK-CONTA-BUSCA      PIC   X(08).
       77 WRK-QTD-CONTAS       PIC   9(03) VALUE 0.
       77 WRK-IDX-CONTA        PIC   9(03).
       77 WRK-ACHOU-CONTA      PIC   X(01).
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
       77 WRK-SEGMENTOS-FALTA  PIC   9(02) VALUE 0.
       77 WRK-QTD-EXCECOES     PIC   9(03) VALUE 0.
       77 WRK-REAL-MES         PIC   S9(11)V99.
       77 WRK-REAL-ANO         PIC   S9(11)V99.
       77 WRK-VAR-MES          PIC   S9(11)V99.
       77 WRK-VAR-ANO          PIC   S9(11)V99.
       77 WRK-PCT-MES          PIC   S9(05)V99.
       77 WRK-PCT-ANO          PIC   S9(05)V99.
       77 WRK-EXCECAO          PIC   X(01).

      *    CONTAS COM ORCAMENTO OU MOVIMENTO NO ANO. 'MES' = SO A
      *    COMPETENCIA; 'ANO' = JANEIRO ATE A COMPETENCIA.
       01 WRK-TABELA-CONTAS.
          05 WRK-CTA OCCURS 200 TIMES.
             10 WRK-CTA-CODIGO     PIC X(08).
             10 WRK-CTA-NATUREZA   PIC X(01).
             10 WRK-CTA-DEB-MES    PIC 9(11)V99.
             10 WRK-CTA-CRED-MES   PIC 9(11)V99.
             10 WRK-CTA-DEB-ANO    PIC 9(11)V99.
             10 WRK-CTA-CRED-ANO   PIC 9(11)V99.
             10 WRK-CTA-ORC-MES    PIC 9(11)V99.
             10 WRK-CTA-ORC-ANO    PIC 9(11)V99.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(38) VALUE
             'ORCADO X REALIZADO - COMPETENCIA '.
          05 WRK-REL-MES      PIC 9(02).
          05 FILLER           PIC X(01) VALUE '/'.
          05 WRK-REL-ANO      PIC 9(04).
          05 FILLER           PIC X(16) VALUE '  TOLERANCIA: '.
          05 WRK-REL-TOLER    PIC ZZ9.99.
          05 FILLER           PIC X(01) VALUE '%'.
          05 WRK-REL-FILTRO   PIC X(20).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(11) VALUE 'CONTA    N'.
          05 FILLER           PIC X(60) VALUE
             '  ORCADO MES    REAL MES   VARIACAO     VAR%'.
          05 FILLER           PIC X(60) VALUE
             '  ORCADO ANO    REAL ANO   VARIACAO     VAR%'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-CONTA    PIC X(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-NATUREZA PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-ORC-MES  PIC ZZZZZZZ9.99-.
          05 WRK-REL-REAL-MES PIC ZZZZZZZ9.99-.
          05 WRK-REL-VAR-MES  PIC ZZZZZZZ9.99-.
          05 WRK-REL-PCT-MES  PIC ZZZZ9.99-.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-ORC-ANO  PIC ZZZZZZZ9.99-.
          05 WRK-REL-REAL-ANO PIC ZZZZZZZ9.99-.
          05 WRK-REL-VAR-ANO  PIC ZZZZZZZ9.99-.
          05 WRK-REL-PCT-ANO  PIC ZZZZ9.99-.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-MARCA    PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-OBS      PIC X(13).

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
           PERFORM 0200-APURAR-REALIZADO.
           PERFORM 0300-CARREGAR-ORCAMENTO.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0500-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           DISPLAY 'INFORME O MES (1-12): '.
           ACCEPT WRK-MES-INF FROM CONSOLE.
           DISPLAY 'INFORME O ANO (AAAA): '.
           ACCEPT WRK-ANO-INF FROM CONSOLE.
           IF WRK-MES-INF < 1 OR WRK-MES-INF > 12
              DISPLAY 'MES INVALIDO. NADA FEITO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           COMPUTE WRK-COMPETENCIA =
              WRK-ANO-INF * 100 + WRK-MES-INF.
           DISPLAY 'IMPRIMIR SO AS EXCECOES (S/N)? '.
           ACCEPT WRK-SO-EXCECOES FROM CONSOLE.
           IF WRK-SO-EXCECOES = 's'
              MOVE 'S' TO WRK-SO-EXCECOES
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'ORCREAL_TOLER_CTM' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-TOLER-CTM
           END-IF.
           ACCEPT WRK-TOLER-ENV FROM ENVIRONMENT 'ORCREAL_TOLER_CTM'.
           IF WRK-TOLER-ENV NOT = SPACES
              MOVE WRK-TOLER-ENV TO WRK-TOLER-CTM
           END-IF.
           COMPUTE WRK-TOLERANCIA = WRK-TOLER-CTM / 100.

           ACCEPT WRK-ORCCONTA-PATH FROM ENVIRONMENT 'ORCCONTA_DAT'.
           IF WRK-ORCCONTA-PATH = SPACES
              MOVE WRK-ORCCONTA-PATH-PADRAO TO WRK-ORCCONTA-PATH
           END-IF.
           INITIALIZE WRK-TABELA-CONTAS.
      *----------------------------------------------------------------*
       0200-APURAR-REALIZADO SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-MES-LIDO FROM 1 BY 1
                 UNTIL WRK-MES-LIDO > WRK-MES-INF
              PERFORM 0210-LER-SEGMENTO
           END-PERFORM.
      *----------------------------------------------------------------*
       0210-LER-SEGMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE SPACES TO WRK-CONTAB-PATH.
           STRING 'CONTAB'     DELIMITED BY SIZE
                  WRK-ANO-INF  DELIMITED BY SIZE
                  WRK-MES-LIDO DELIMITED BY SIZE
                  '.DAT'       DELIMITED BY SIZE
              INTO WRK-CONTAB-PATH.
           OPEN INPUT LANCAMENTOS.
           IF LANCAMENTOS-STATUS NOT = 00
              DISPLAY 'SEGMENTO ' WRK-CONTAB-PATH
                 ' INDISPONIVEL. STATUS: ' LANCAMENTOS-STATUS
              ADD 1 TO WRK-SEGMENTOS-FALTA
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ LANCAMENTOS
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       PERFORM 0220-ACUMULAR-LANCAMENTO
                 END-READ
              END-PERFORM
              CLOSE LANCAMENTOS
           END-IF.
      *----------------------------------------------------------------*
       0220-ACUMULAR-LANCAMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE LCT-CTA-DEBITO TO WRK-CONTA-BUSCA.
           PERFORM 0900-LOCALIZAR-CONTA.
           IF WRK-ACHOU-CONTA = 'S'
              ADD LCT-VALOR TO WRK-CTA-DEB-ANO(WRK-IDX-CONTA)
              IF WRK-MES-LIDO = WRK-MES-INF
                 ADD LCT-VALOR TO WRK-CTA-DEB-MES(WRK-IDX-CONTA)
              END-IF
           END-IF.

           MOVE LCT-CTA-CREDITO TO WRK-CONTA-BUSCA.
           PERFORM 0900-LOCALIZAR-CONTA.
           IF WRK-ACHOU-CONTA = 'S'
              ADD LCT-VALOR TO WRK-CTA-CRED-ANO(WRK-IDX-CONTA)
              IF WRK-MES-LIDO = WRK-MES-INF
                 ADD LCT-VALOR TO WRK-CTA-CRED-MES(WRK-IDX-CONTA)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0300-CARREGAR-ORCAMENTO SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT ORCCONTA.
           IF ORCCONTA-STATUS NOT = 00
              DISPLAY 'ORCCONTA.DAT INDISPONIVEL. STATUS: '
                 ORCCONTA-STATUS
              DISPLAY 'RELATORIO SAI SO COM O REALIZADO.'
           ELSE
              MOVE LOW-VALUES TO OCT-CHAVE
              START ORCCONTA KEY IS NOT LESS THAN OCT-CHAVE
                 INVALID KEY
                    CONTINUE
              END-START
              PERFORM UNTIL ORCCONTA-STATUS NOT = 00
                 READ ORCCONTA NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF ORCCONTA-STATUS = 00
                       AND OCT-ANO = WRK-ANO-INF
                       AND OCT-MES <= WRK-MES-INF
                    MOVE OCT-CONTA TO WRK-CONTA-BUSCA
                    PERFORM 0900-LOCALIZAR-CONTA
                    IF WRK-ACHOU-CONTA = 'S'
                       MOVE OCT-NATUREZA TO
                          WRK-CTA-NATUREZA(WRK-IDX-CONTA)
                       ADD OCT-VALOR TO WRK-CTA-ORC-ANO(WRK-IDX-CONTA)
                       IF OCT-MES = WRK-MES-INF
                          ADD OCT-VALOR TO
                             WRK-CTA-ORC-MES(WRK-IDX-CONTA)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ORCCONTA
           END-IF.
      *----------------------------------------------------------------*
       0400-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           MOVE WRK-MES-INF    TO WRK-REL-MES.
           MOVE WRK-ANO-INF    TO WRK-REL-ANO.
           MOVE WRK-TOLERANCIA TO WRK-REL-TOLER.
           IF WRK-SO-EXCECOES = 'S'
              MOVE '  (SO EXCECOES)' TO WRK-REL-FILTRO
           ELSE
              MOVE SPACES TO WRK-REL-FILTRO
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.

           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                 UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
              PERFORM 0410-IMPRIMIR-CONTA
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING 'CONTAS FORA DA TOLERANCIA: ' DELIMITED BY SIZE
              WRK-QTD-EXCECOES DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           IF WRK-SEGMENTOS-FALTA > ZEROS
              MOVE SPACES TO WRK-REL-NOTA-TXT
              STRING 'ATENCAO: ' DELIMITED BY SIZE
                 WRK-SEGMENTOS-FALTA DELIMITED BY SIZE
                 ' COMPETENCIA(S) SEM EXPORTACAO DO CONTABIL: '
                 DELIMITED BY SIZE
                 'REALIZADO A MENOR.' DELIMITED BY SIZE
                 INTO WRK-REL-NOTA-TXT
              WRITE REG-RELATORIO FROM WRK-REL-NOTA
           END-IF.
           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO WRK-REL-NOTA-TXT
              STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                 ' LANCAMENTOS ALEM DE 200 CONTAS FICARAM FORA'
                 DELIMITED BY SIZE
                 INTO WRK-REL-NOTA-TXT
              WRITE REG-RELATORIO FROM WRK-REL-NOTA
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ORCREAL'         TO SPL-PROGRAMA.
           MOVE 'ORCREAL.REL'     TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       0410-IMPRIMIR-CONTA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-REL-OBS.
           IF WRK-CTA-NATUREZA(WRK-IDX-CONTA) = SPACES
              MOVE 'SEM ORCAMENTO' TO WRK-REL-OBS
              IF WRK-CTA-CRED-ANO(WRK-IDX-CONTA)
                    > WRK-CTA-DEB-ANO(WRK-IDX-CONTA)
                 MOVE 'C' TO WRK-CTA-NATUREZA(WRK-IDX-CONTA)
              ELSE
                 MOVE 'D' TO WRK-CTA-NATUREZA(WRK-IDX-CONTA)
              END-IF
           END-IF.

           IF WRK-CTA-NATUREZA(WRK-IDX-CONTA) = 'C'
              COMPUTE WRK-REAL-MES = WRK-CTA-CRED-MES(WRK-IDX-CONTA)
                 - WRK-CTA-DEB-MES(WRK-IDX-CONTA)
              COMPUTE WRK-REAL-ANO = WRK-CTA-CRED-ANO(WRK-IDX-CONTA)
                 - WRK-CTA-DEB-ANO(WRK-IDX-CONTA)
           ELSE
              COMPUTE WRK-REAL-MES = WRK-CTA-DEB-MES(WRK-IDX-CONTA)
                 - WRK-CTA-CRED-MES(WRK-IDX-CONTA)
              COMPUTE WRK-REAL-ANO = WRK-CTA-DEB-ANO(WRK-IDX-CONTA)
                 - WRK-CTA-CRED-ANO(WRK-IDX-CONTA)
           END-IF.
           COMPUTE WRK-VAR-MES =
              WRK-REAL-MES - WRK-CTA-ORC-MES(WRK-IDX-CONTA).
           COMPUTE WRK-VAR-ANO =
              WRK-REAL-ANO - WRK-CTA-ORC-ANO(WRK-IDX-CONTA).

      *    SEM ORCADO NAO HA PERCENTUAL: QUALQUER REALIZADO E
      *    EXCECAO (GASTO NAO PREVISTO).
           MOVE 'N' TO WRK-EXCECAO.
           IF WRK-CTA-ORC-MES(WRK-IDX-CONTA) > ZEROS
              COMPUTE WRK-PCT-MES ROUNDED = WRK-VAR-MES * 100
                 / WRK-CTA-ORC-MES(WRK-IDX-CONTA)
              IF WRK-PCT-MES > WRK-TOLERANCIA
                    OR WRK-PCT-MES < (WRK-TOLERANCIA * -1)
                 MOVE 'S' TO WRK-EXCECAO
              END-IF
           ELSE
              MOVE ZEROS TO WRK-PCT-MES
              IF WRK-REAL-MES NOT = ZEROS
                 MOVE 'S' TO WRK-EXCECAO
              END-IF
           END-IF.
           IF WRK-CTA-ORC-ANO(WRK-IDX-CONTA) > ZEROS
              COMPUTE WRK-PCT-ANO ROUNDED = WRK-VAR-ANO * 100
                 / WRK-CTA-ORC-ANO(WRK-IDX-CONTA)
              IF WRK-PCT-ANO > WRK-TOLERANCIA
                    OR WRK-PCT-ANO < (WRK-TOLERANCIA * -1)
                 MOVE 'S' TO WRK-EXCECAO
              END-IF
           ELSE
              MOVE ZEROS TO WRK-PCT-ANO
              IF WRK-REAL-ANO NOT = ZEROS
                 MOVE 'S' TO WRK-EXCECAO
              END-IF
           END-IF.

           IF WRK-EXCECAO = 'S'
              ADD 1 TO WRK-QTD-EXCECOES
              MOVE '*' TO WRK-REL-MARCA
           ELSE
              MOVE SPACE TO WRK-REL-MARCA
           END-IF.

           IF WRK-EXCECAO = 'S' OR WRK-SO-EXCECOES NOT = 'S'
              MOVE WRK-CTA-CODIGO(WRK-IDX-CONTA)   TO WRK-REL-CONTA
              MOVE WRK-CTA-NATUREZA(WRK-IDX-CONTA) TO WRK-REL-NATUREZA
              MOVE WRK-CTA-ORC-MES(WRK-IDX-CONTA)  TO WRK-REL-ORC-MES
              MOVE WRK-REAL-MES                    TO WRK-REL-REAL-MES
              MOVE WRK-VAR-MES                     TO WRK-REL-VAR-MES
              MOVE WRK-PCT-MES                     TO WRK-REL-PCT-MES
              MOVE WRK-CTA-ORC-ANO(WRK-IDX-CONTA)  TO WRK-REL-ORC-ANO
              MOVE WRK-REAL-ANO                    TO WRK-REL-REAL-ANO
              MOVE WRK-VAR-ANO                     TO WRK-REL-VAR-ANO
              MOVE WRK-PCT-ANO                     TO WRK-REL-PCT-ANO
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
           END-IF.
      *----------------------------------------------------------------*
       0500-FINALIZAR SECTION.
      *-----------------------
           DISPLAY 'ORCADO X REALIZADO GRAVADO EM ORCREAL.REL. '
              'EXCECOES: ' WRK-QTD-EXCECOES.
      *----------------------------------------------------------------*
       0900-LOCALIZAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *    ACHA A CONTA DE WRK-CONTA-BUSCA NA TABELA OU ABRE UMA
      *    LINHA NOVA; TABELA CHEIA CONTA O LANCAMENTO COMO EXCEDENTE.
           MOVE 'N' TO WRK-ACHOU-CONTA.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                 UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
                 OR WRK-ACHOU-CONTA = 'S'
              IF WRK-CTA-CODIGO(WRK-IDX-CONTA) = WRK-CONTA-BUSCA
                 MOVE 'S' TO WRK-ACHOU-CONTA
                 SUBTRACT 1 FROM WRK-IDX-CONTA
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-CONTA = 'N' AND WRK-CONTA-BUSCA NOT = SPACES
              IF WRK-QTD-CONTAS >= 200
                 ADD 1 TO WRK-QTD-EXCEDENTES
              ELSE
                 ADD 1 TO WRK-QTD-CONTAS
                 MOVE WRK-QTD-CONTAS  TO WRK-IDX-CONTA
                 MOVE WRK-CONTA-BUSCA TO WRK-CTA-CODIGO(WRK-IDX-CONTA)
                 MOVE 'S' TO WRK-ACHOU-CONTA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
