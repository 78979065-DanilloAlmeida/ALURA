      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: AUDITORIA DA NUMERACAO DE FATURAS, PEDIDOS E ORDENS
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    OS NUMEROS SAO DADOS PELOS REGISTROS DE CONTROLE FATURA.CTL
      *    (FATURAS), PEDIDOSCTL.DAT (PEDIDOS) E OCOMPRA.CTL (ORDENS DE
      *    COMPRA), MAS NADA PROVAVA QUE A SEQUENCIA EMITIDA NAO TEM
      *    BURACO -- E DEPOIS DE QUEDA OU RESTAURACAO JA APARECERAM.
      *    A OPCAO 1 PERCORRE AS TRES NUMERACOES NO PERIODO INFORMADO
      *    E LISTA EM SEQAUDIT.REL: LACUNAS (NUMEROS NUNCA GRAVADOS
      *    ENTRE DOIS EMITIDOS, OU ENTRE O ULTIMO E O CONTROLE),
      *    FATURAS DUPLICADAS, NUMEROS IGUAIS OU ACIMA DO PROXIMO
      *    NUMERO DO CONTROLE (O CONTROLE VOLTOU NUMA RESTAURACAO E
      *    VAI REPETIR NUMERO) E FATURAS DE PEDIDOS CANCELADOS. A
      *    LACUNA ENTRA NO PERIODO QUANDO UM DOS NUMEROS VIZINHOS E
      *    DO PERIODO; O NUMERO ACIMA DO CONTROLE SAI SEMPRE. DATA DA
      *    FATURA = EMISSAO DA PARCELA 01 NO CONTASREC (SEM TITULO, A
      *    DATA DA SITUACAO DO PEDIDO); DO PEDIDO E DA ORDEM, A DATA
      *    DO CADASTRO. CADA LACUNA VAI PARA SEQLACUNA.DAT, ONDE A
      *    OPCAO 2 GRAVA A JUSTIFICATIVA DO FINANCEIRO (COM DATA E
      *    OPERADOR); A LACUNA JA GRAVADA NAO PERDE A JUSTIFICATIVA
      *    NAS AUDITORIAS SEGUINTES. A OPCAO 3 REIMPRIME TODAS AS
      *    LACUNAS COM A JUSTIFICATIVA EM SEQLACUNA.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. SEQAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO WRK-PEDIDOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDIDOS-STATUS
              RECORD KEY PEDIDOS-CHAVE
              ALTERNATE RECORD KEY PEDIDOS-FONE-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY PEDIDOS-DATA
                 WITH DUPLICATES.

           SELECT OCOMPRA ASSIGN TO WRK-OCOMPRA-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OCOMPRA-STATUS
              RECORD KEY OC-CHAVE.

           SELECT CONTASREC ASSIGN TO WRK-CONTASREC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASREC-STATUS
              RECORD KEY CR-CHAVE.

           SELECT SEQLACUNA ASSIGN TO WRK-SEQLACUNA-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SEQLACUNA-STATUS
              RECORD KEY LAC-CHAVE.

           SELECT PEDIDOSCTL ASSIGN TO 'PEDIDOSCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PEDIDOSCTL-STATUS.

           SELECT FATURACTL ASSIGN TO 'FATURA.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FATURACTL-STATUS.

           SELECT OCOMPRACTL ASSIGN TO 'OCOMPRA.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OCOMPRACTL-STATUS.

           SELECT RELATORIO ASSIGN TO WRK-RELATORIO-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD OCOMPRA.
       COPY 'ordemcompra-reg.cpy'.
      *-------------
       FD CONTASREC.
       COPY 'contasrec-reg.cpy'.
      *-------------
       FD SEQLACUNA.
       COPY 'seqlacuna-reg.cpy'.
      *-------------
      *    REGISTROS DE CONTROLE, NO DESENHO DO PEDIDOS E DO
      *    ORDEMCOMPRA: O PROXIMO NUMERO A ATRIBUIR.
       FD PEDIDOSCTL.
       01 PCT-REG.
          05 PCT-PROXIMO-NUMERO   PIC 9(09).
      *-------------
       FD FATURACTL.
       01 FCT-REG.
          05 FCT-PROXIMA-FATURA   PIC 9(09).
      *-------------
       FD OCOMPRACTL.
       01 OCT-REG.
          05 OCT-PROXIMO-NUMERO   PIC 9(09).
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'pedidos-cfg.cpy'.
       COPY 'ordemcompra-cfg.cpy'.
       COPY 'contasrec-cfg.cpy'.
       COPY 'seqlacuna-cfg.cpy'.
       77 PEDIDOS-STATUS       PIC   9(02).
       77 OCOMPRA-STATUS       PIC   9(02).
       77 CONTASREC-STATUS     PIC   9(02).
       77 SEQLACUNA-STATUS     PIC   9(02).
       77 PEDIDOSCTL-STATUS    PIC   9(02).
       77 FATURACTL-STATUS     PIC   9(02).
       77 OCOMPRACTL-STATUS    PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-RELATORIO-PATH   PIC   X(30).
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-ARQS-ABERTOS     PIC   X(01) VALUE 'N'.
       77 WRK-PEDIDOS-ABERTO   PIC   X(01) VALUE 'N'.
       77 WRK-OCOMPRA-ABERTO   PIC   X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-DATA-INICIAL     PIC   9(08).
       77 WRK-DATA-FINAL       PIC   9(08).
       77 WRK-DATA-DOC         PIC   9(08).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-TIPO-BUSCA       PIC   X(01).
       77 WRK-NUMERO-BUSCA     PIC   9(09).
       77 WRK-JUSTIFICATIVA    PIC   X(60).

      *    ESTADO DA CONFERENCIA DE UMA NUMERACAO: O NUMERO CORRENTE
      *    (COM O PEDIDO DE ORIGEM E SE E DO PERIODO), O ANTERIOR E O
      *    PROXIMO NUMERO DO REGISTRO DE CONTROLE (ZERO = SEM CONTROLE).
       77 WRK-SEQ-TIPO         PIC   X(01).
       77 WRK-SEQ-NUMERO       PIC   9(09).
       77 WRK-SEQ-PEDIDO       PIC   9(09).
       77 WRK-SEQ-NO-PERIODO   PIC   X(01).
       77 WRK-SEQ-ANTERIOR     PIC   9(09).
       77 WRK-SEQ-ANT-PEDIDO   PIC   9(09).
       77 WRK-SEQ-ANT-PERIODO  PIC   X(01).
       77 WRK-SEQ-CONTROLE     PIC   9(09).

       77 WRK-QTD-LACUNAS      PIC   9(06) VALUE 0.
       77 WRK-QTD-NUMEROS      PIC   9(09) VALUE 0.
       77 WRK-QTD-DUPLICADOS   PIC   9(06) VALUE 0.
       77 WRK-QTD-ACIMA        PIC   9(06) VALUE 0.
       77 WRK-QTD-CANCELADAS   PIC   9(06) VALUE 0.
       77 WRK-QTD-PENDENTES    PIC   9(06) VALUE 0.
       77 WRK-QTD-IMPRESSAS    PIC   9(06) VALUE 0.

      *    FATURAS EMITIDAS, EM ORDEM DE NUMERO. O PEDIDOS E LIDO NA
      *    ORDEM DO PEDIDO E A FATURA QUASE SEMPRE CRESCE JUNTO, ENTAO
      *    A INSERCAO PROCURA A POSICAO DE TRAS PARA FRENTE. FATURAS
      *    ALEM DA TABELA FICAM FORA COM AVISO DE CONFERENCIA PARCIAL.
       01 WRK-TABELA-FATURAS.
          05 WRK-FAT OCCURS 5000 TIMES.
             10 WRK-FAT-NUMERO    PIC 9(09).
             10 WRK-FAT-PEDIDO    PIC 9(09).
             10 WRK-FAT-SITUACAO  PIC X(01).
             10 WRK-FAT-PERIODO   PIC X(01).
       77 WRK-QTD-FAT          PIC   9(04) VALUE 0.
       77 WRK-IDX-FAT          PIC   9(04) VALUE 0.
       77 WRK-POS-FAT          PIC   9(04) VALUE 0.
       77 WRK-QTD-FAT-EXCED    PIC   9(06) VALUE 0.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(38) VALUE
             'AUDITORIA DA NUMERACAO DE DOCUMENTOS -'.
          05 FILLER           PIC X(09) VALUE ' PERIODO '.
          05 WRK-REL-DT-INI   PIC 9(08).
          05 FILLER           PIC X(03) VALUE ' A '.
          05 WRK-REL-DT-FIM   PIC 9(08).
          05 FILLER           PIC X(08) VALUE ' - DATA '.
          05 WRK-REL-DATA     PIC 9(08).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(38) VALUE
             'DOCUMENTO  OCORRENCIA                 '.
          05 FILLER           PIC X(40) VALUE
             'NUMERO DE        ATE     PEDIDO JUSTIFIC'.
          05 FILLER           PIC X(05) VALUE 'ATIVA'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-DOCUMENTO PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-OCORRENCIA PIC X(26).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-NUM-DE   PIC ZZZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-NUM-ATE  PIC ZZZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-PEDIDO   PIC ZZZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-JUSTIFICATIVA PIC X(60).

       01 WRK-REL-NOTA.
          05 WRK-REL-NOTA-TXT PIC X(100).
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 1000-AUDITAR
              WHEN 2
                 PERFORM 2000-JUSTIFICAR-LACUNA
              WHEN 3
                 PERFORM 3000-REIMPRIMIR-LACUNAS
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
           DISPLAY '### AUDITORIA DA NUMERACAO DE DOCUMENTOS ###'.
           DISPLAY '1 - AUDITAR FATURAS, PEDIDOS E ORDENS DE COMPRA'.
           DISPLAY '2 - JUSTIFICAR LACUNA'.
           DISPLAY '3 - REIMPRIMIR LACUNAS COM JUSTIFICATIVA'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-OCOMPRA-PATH FROM ENVIRONMENT 'OCOMPRA_DAT'.
           IF WRK-OCOMPRA-PATH = SPACES
              MOVE WRK-OCOMPRA-PATH-PADRAO TO WRK-OCOMPRA-PATH
           END-IF.
           ACCEPT WRK-CONTASREC-PATH FROM ENVIRONMENT 'CONTASREC_DAT'.
           IF WRK-CONTASREC-PATH = SPACES
              MOVE WRK-CONTASREC-PATH-PADRAO TO WRK-CONTASREC-PATH
           END-IF.
           ACCEPT WRK-SEQLACUNA-PATH FROM ENVIRONMENT 'SEQLACUNA_DAT'.
           IF WRK-SEQLACUNA-PATH = SPACES
              MOVE WRK-SEQLACUNA-PATH-PADRAO TO WRK-SEQLACUNA-PATH
           END-IF.
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           IF WRK-OPCAO >= 1 AND WRK-OPCAO <= 3
              OPEN I-O SEQLACUNA
              IF SEQLACUNA-STATUS = 35
                 OPEN OUTPUT SEQLACUNA
                 CLOSE SEQLACUNA
                 OPEN I-O SEQLACUNA
              END-IF
              IF SEQLACUNA-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR SEQLACUNA.DAT. STATUS: '
                    SEQLACUNA-STATUS
                 MOVE 9 TO WRK-OPCAO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'S' TO WRK-ARQS-ABERTOS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       1000-AUDITAR SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD): '.
           ACCEPT WRK-DATA-INICIAL FROM CONSOLE.
           DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD): '.
           ACCEPT WRK-DATA-FINAL FROM CONSOLE.
           IF WRK-DATA-FINAL < WRK-DATA-INICIAL
              DISPLAY 'PERIODO INVALIDO. NADA FEITO.'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 1050-AUDITAR-PERIODO
           END-IF.
      *----------------------------------------------------------------*
       1050-AUDITAR-PERIODO SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS = 00
              MOVE 'S' TO WRK-PEDIDOS-ABERTO
              OPEN INPUT CONTASREC
           ELSE
              DISPLAY 'PEDIDOS.DAT INDISPONIVEL. STATUS: '
                 PEDIDOS-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT OCOMPRA.
           IF OCOMPRA-STATUS = 00
              MOVE 'S' TO WRK-OCOMPRA-ABERTO
           ELSE
              DISPLAY 'OCOMPRA.DAT INDISPONIVEL. STATUS: '
                 OCOMPRA-STATUS
           END-IF.

           MOVE 'SEQAUDIT.REL' TO WRK-RELATORIO-PATH.
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR SEQAUDIT.REL. STATUS: '
                 RELATORIO-STATUS
              IF WRK-PEDIDOS-ABERTO = 'S'
                 CLOSE PEDIDOS
                 CLOSE CONTASREC
              END-IF
              IF WRK-OCOMPRA-ABERTO = 'S'
                 CLOSE OCOMPRA
              END-IF
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WRK-DATA-INICIAL TO WRK-REL-DT-INI
              MOVE WRK-DATA-FINAL   TO WRK-REL-DT-FIM
              MOVE WRK-DATA-ATUAL   TO WRK-REL-DATA
              WRITE REG-RELATORIO FROM WRK-REL-CABEC1
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              WRITE REG-RELATORIO FROM WRK-REL-CABEC2

              IF WRK-PEDIDOS-ABERTO = 'S'
                 PERFORM 1100-AUDITAR-FATURAS
                 PERFORM 1200-AUDITAR-PEDIDOS
                 CLOSE PEDIDOS
                 CLOSE CONTASREC
              END-IF
              IF WRK-OCOMPRA-ABERTO = 'S'
                 PERFORM 1300-AUDITAR-ORDENS
                 CLOSE OCOMPRA
              END-IF

              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE SPACES TO WRK-REL-NOTA-TXT
              STRING 'LACUNAS: ' DELIMITED BY SIZE
                 WRK-QTD-LACUNAS DELIMITED BY SIZE
                 '  NUMEROS FALTANTES: ' DELIMITED BY SIZE
                 WRK-QTD-NUMEROS DELIMITED BY SIZE
                 '  DUPLICADOS: ' DELIMITED BY SIZE
                 WRK-QTD-DUPLICADOS DELIMITED BY SIZE
                 INTO WRK-REL-NOTA-TXT
              WRITE REG-RELATORIO FROM WRK-REL-NOTA
              MOVE SPACES TO WRK-REL-NOTA-TXT
              STRING 'ACIMA DO CONTROLE: ' DELIMITED BY SIZE
                 WRK-QTD-ACIMA DELIMITED BY SIZE
                 '  FATURAS DE PEDIDOS CANCELADOS: ' DELIMITED BY SIZE
                 WRK-QTD-CANCELADAS DELIMITED BY SIZE
                 '  SEM JUSTIFICATIVA: ' DELIMITED BY SIZE
                 WRK-QTD-PENDENTES DELIMITED BY SIZE
                 INTO WRK-REL-NOTA-TXT
              WRITE REG-RELATORIO FROM WRK-REL-NOTA
              IF WRK-QTD-FAT-EXCED > ZEROS
                 MOVE SPACES TO WRK-REL-NOTA-TXT
                 STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                    WRK-QTD-FAT-EXCED DELIMITED BY SIZE
                    ' FATURAS ALEM DE 5000 FICARAM FORA'
                    DELIMITED BY SIZE
                    INTO WRK-REL-NOTA-TXT
                 WRITE REG-RELATORIO FROM WRK-REL-NOTA
              END-IF
              CLOSE RELATORIO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'SEQAUDIT'        TO SPL-PROGRAMA
              MOVE 'SEQAUDIT.REL'    TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
              DISPLAY 'AUDITORIA GRAVADA EM SEQAUDIT.REL. LACUNAS: '
                 WRK-QTD-LACUNAS ' DUPLICADOS: ' WRK-QTD-DUPLICADOS
                 ' ACIMA DO CONTROLE: ' WRK-QTD-ACIMA
           END-IF.
      *----------------------------------------------------------------*
       1100-AUDITAR-FATURAS SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-TABELA-FATURAS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO PEDIDOS-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ PEDIDOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    IF PEDIDOS-NUMERO-FATURA NOT = ZEROS
                       PERFORM 1110-GUARDAR-FATURA
                    END-IF
              END-READ
           END-PERFORM.

           MOVE ZEROS TO WRK-SEQ-CONTROLE.
           OPEN INPUT FATURACTL.
           IF FATURACTL-STATUS = 00
              READ FATURACTL
                 AT END
                    CONTINUE
              END-READ
              IF FATURACTL-STATUS = 00
                 MOVE FCT-PROXIMA-FATURA TO WRK-SEQ-CONTROLE
              END-IF
              CLOSE FATURACTL
           END-IF.

           MOVE 'F' TO WRK-SEQ-TIPO.
           PERFORM 1900-INICIAR-SEQUENCIA.
           PERFORM VARYING WRK-IDX-FAT FROM 1 BY 1
                 UNTIL WRK-IDX-FAT > WRK-QTD-FAT
              MOVE WRK-FAT-NUMERO(WRK-IDX-FAT)  TO WRK-SEQ-NUMERO
              MOVE WRK-FAT-PEDIDO(WRK-IDX-FAT)  TO WRK-SEQ-PEDIDO
              MOVE WRK-FAT-PERIODO(WRK-IDX-FAT) TO WRK-SEQ-NO-PERIODO
              IF WRK-FAT-SITUACAO(WRK-IDX-FAT) = 'C'
                    AND WRK-SEQ-NO-PERIODO = 'S'
                 PERFORM 1150-APONTAR-CANCELADA
              END-IF
              PERFORM 1910-CONFERIR-NUMERO
           END-PERFORM.
           PERFORM 1920-FECHAR-SEQUENCIA.
      *----------------------------------------------------------------*
       1110-GUARDAR-FATURA SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-FAT >= 5000
              ADD 1 TO WRK-QTD-FAT-EXCED
           ELSE
              MOVE PEDIDOS-NUMERO TO CR-NUMERO-PEDIDO
              MOVE 1              TO CR-PARCELA
              READ CONTASREC
                 INVALID KEY
                    CONTINUE
              END-READ
              IF CONTASREC-STATUS = 00
                 MOVE CR-DT-EMISSAO TO WRK-DATA-DOC
              ELSE
                 MOVE PEDIDOS-DT-SITUACAO TO WRK-DATA-DOC
              END-IF

      *       DESLOCA PARA O FIM AS FATURAS DE NUMERO MAIOR; A NOVA
      *       ENTRA LOGO DEPOIS DA PRIMEIRA MENOR OU IGUAL.
              MOVE WRK-QTD-FAT TO WRK-POS-FAT
              PERFORM UNTIL WRK-POS-FAT = ZEROS
                    OR WRK-FAT-NUMERO(WRK-POS-FAT)
                       <= PEDIDOS-NUMERO-FATURA
                 MOVE WRK-FAT(WRK-POS-FAT) TO WRK-FAT(WRK-POS-FAT + 1)
                 SUBTRACT 1 FROM WRK-POS-FAT
              END-PERFORM
              ADD 1 TO WRK-POS-FAT
              ADD 1 TO WRK-QTD-FAT
              MOVE PEDIDOS-NUMERO-FATURA TO WRK-FAT-NUMERO(WRK-POS-FAT)
              MOVE PEDIDOS-NUMERO        TO WRK-FAT-PEDIDO(WRK-POS-FAT)
              MOVE PEDIDOS-SITUACAO
                 TO WRK-FAT-SITUACAO(WRK-POS-FAT)
              IF WRK-DATA-DOC >= WRK-DATA-INICIAL
                    AND WRK-DATA-DOC <= WRK-DATA-FINAL
                 MOVE 'S' TO WRK-FAT-PERIODO(WRK-POS-FAT)
              ELSE
                 MOVE 'N' TO WRK-FAT-PERIODO(WRK-POS-FAT)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       1150-APONTAR-CANCELADA SECTION.
      *----------------------------------------------------------------*
           MOVE 'FATURA'                     TO WRK-REL-DOCUMENTO.
           MOVE 'FATURA DE PEDIDO CANCELADO' TO WRK-REL-OCORRENCIA.
           MOVE WRK-SEQ-NUMERO               TO WRK-REL-NUM-DE
                                                WRK-REL-NUM-ATE.
           MOVE WRK-SEQ-PEDIDO               TO WRK-REL-PEDIDO.
           MOVE SPACES                       TO WRK-REL-JUSTIFICATIVA.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           ADD 1 TO WRK-QTD-CANCELADAS.
      *----------------------------------------------------------------*
       1200-AUDITAR-PEDIDOS SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-SEQ-CONTROLE.
           OPEN INPUT PEDIDOSCTL.
           IF PEDIDOSCTL-STATUS = 00
              READ PEDIDOSCTL
                 AT END
                    CONTINUE
              END-READ
              IF PEDIDOSCTL-STATUS = 00
                 MOVE PCT-PROXIMO-NUMERO TO WRK-SEQ-CONTROLE
              END-IF
              CLOSE PEDIDOSCTL
           END-IF.

           MOVE 'P' TO WRK-SEQ-TIPO.
           PERFORM 1900-INICIAR-SEQUENCIA.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO PEDIDOS-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ PEDIDOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    MOVE PEDIDOS-NUMERO TO WRK-SEQ-NUMERO
                                           WRK-SEQ-PEDIDO
                    IF PEDIDOS-DATA >= WRK-DATA-INICIAL
                          AND PEDIDOS-DATA <= WRK-DATA-FINAL
                       MOVE 'S' TO WRK-SEQ-NO-PERIODO
                    ELSE
                       MOVE 'N' TO WRK-SEQ-NO-PERIODO
                    END-IF
                    PERFORM 1910-CONFERIR-NUMERO
              END-READ
           END-PERFORM.
           PERFORM 1920-FECHAR-SEQUENCIA.
      *----------------------------------------------------------------*
       1300-AUDITAR-ORDENS SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-SEQ-CONTROLE.
           OPEN INPUT OCOMPRACTL.
           IF OCOMPRACTL-STATUS = 00
              READ OCOMPRACTL
                 AT END
                    CONTINUE
              END-READ
              IF OCOMPRACTL-STATUS = 00
                 MOVE OCT-PROXIMO-NUMERO TO WRK-SEQ-CONTROLE
              END-IF
              CLOSE OCOMPRACTL
           END-IF.

           MOVE 'O' TO WRK-SEQ-TIPO.
           PERFORM 1900-INICIAR-SEQUENCIA.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO OC-NUMERO.
           START OCOMPRA KEY IS NOT LESS THAN OC-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ OCOMPRA NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    MOVE OC-NUMERO TO WRK-SEQ-NUMERO
                    MOVE ZEROS     TO WRK-SEQ-PEDIDO
                    IF OC-DATA >= WRK-DATA-INICIAL
                          AND OC-DATA <= WRK-DATA-FINAL
                       MOVE 'S' TO WRK-SEQ-NO-PERIODO
                    ELSE
                       MOVE 'N' TO WRK-SEQ-NO-PERIODO
                    END-IF
                    PERFORM 1910-CONFERIR-NUMERO
              END-READ
           END-PERFORM.
           PERFORM 1920-FECHAR-SEQUENCIA.
      *----------------------------------------------------------------*
       1900-INICIAR-SEQUENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-SEQ-ANTERIOR WRK-SEQ-ANT-PEDIDO.
           MOVE 'N'   TO WRK-SEQ-ANT-PERIODO.
           EVALUATE WRK-SEQ-TIPO
              WHEN 'F'
                 MOVE 'FATURA'    TO WRK-REL-DOCUMENTO
              WHEN 'P'
                 MOVE 'PEDIDO'    TO WRK-REL-DOCUMENTO
              WHEN OTHER
                 MOVE 'ORDEM COMP' TO WRK-REL-DOCUMENTO
           END-EVALUATE.
      *----------------------------------------------------------------*
       1910-CONFERIR-NUMERO SECTION.
      *----------------------------------------------------------------*
      *    A NUMERACAO E PERCORRIDA EM ORDEM CRESCENTE. O PRIMEIRO
      *    NUMERO EMITIDO E 1, ENTAO ANTES DO PRIMEIRO REGISTRO O
      *    ANTERIOR VALE ZERO.
           EVALUATE TRUE
              WHEN WRK-SEQ-NUMERO = WRK-SEQ-ANTERIOR
                 IF WRK-SEQ-NO-PERIODO = 'S'
                       OR WRK-SEQ-ANT-PERIODO = 'S'
                    PERFORM 1930-APONTAR-DUPLICADO
                 END-IF
              WHEN WRK-SEQ-NUMERO > WRK-SEQ-ANTERIOR + 1
                 IF WRK-SEQ-NO-PERIODO = 'S'
                       OR WRK-SEQ-ANT-PERIODO = 'S'
                    COMPUTE LAC-NUMERO-INICIAL = WRK-SEQ-ANTERIOR + 1
                    COMPUTE LAC-NUMERO-FINAL = WRK-SEQ-NUMERO - 1
                    PERFORM 1950-REGISTRAR-LACUNA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WRK-SEQ-CONTROLE > ZEROS
                 AND WRK-SEQ-NUMERO >= WRK-SEQ-CONTROLE
              PERFORM 1940-APONTAR-ACIMA
           END-IF.

           MOVE WRK-SEQ-NUMERO     TO WRK-SEQ-ANTERIOR.
           MOVE WRK-SEQ-PEDIDO     TO WRK-SEQ-ANT-PEDIDO.
           MOVE WRK-SEQ-NO-PERIODO TO WRK-SEQ-ANT-PERIODO.
      *----------------------------------------------------------------*
       1920-FECHAR-SEQUENCIA SECTION.
      *----------------------------------------------------------------*
      *    NUMEROS ENTRE O ULTIMO GRAVADO E O CONTROLE FORAM DADOS E
      *    PULADOS (GRAVACAO QUE FALHOU DEPOIS DA NUMERACAO).
           IF WRK-SEQ-CONTROLE > WRK-SEQ-ANTERIOR + 1
                 AND WRK-SEQ-ANT-PERIODO = 'S'
              COMPUTE LAC-NUMERO-INICIAL = WRK-SEQ-ANTERIOR + 1
              COMPUTE LAC-NUMERO-FINAL = WRK-SEQ-CONTROLE - 1
              PERFORM 1950-REGISTRAR-LACUNA
           END-IF.
      *----------------------------------------------------------------*
       1930-APONTAR-DUPLICADO SECTION.
      *----------------------------------------------------------------*
           MOVE 'NUMERO DUPLICADO' TO WRK-REL-OCORRENCIA.
           MOVE WRK-SEQ-NUMERO     TO WRK-REL-NUM-DE WRK-REL-NUM-ATE.
           MOVE WRK-SEQ-ANT-PEDIDO TO WRK-REL-PEDIDO.
           MOVE SPACES             TO WRK-REL-JUSTIFICATIVA.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           MOVE WRK-SEQ-PEDIDO     TO WRK-REL-PEDIDO.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           ADD 1 TO WRK-QTD-DUPLICADOS.
      *----------------------------------------------------------------*
       1940-APONTAR-ACIMA SECTION.
      *----------------------------------------------------------------*
           MOVE 'ACIMA DO CONTROLE'  TO WRK-REL-OCORRENCIA.
           MOVE WRK-SEQ-NUMERO       TO WRK-REL-NUM-DE.
           MOVE WRK-SEQ-CONTROLE     TO WRK-REL-NUM-ATE.
           MOVE WRK-SEQ-PEDIDO       TO WRK-REL-PEDIDO.
           MOVE 'O CONTROLE VAI REPETIR ESTE NUMERO'
              TO WRK-REL-JUSTIFICATIVA.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           ADD 1 TO WRK-QTD-ACIMA.
      *----------------------------------------------------------------*
       1950-REGISTRAR-LACUNA SECTION.
      *----------------------------------------------------------------*
      *    LACUNA NOVA ENTRA SEM JUSTIFICATIVA; A JA CONHECIDA E SO
      *    REIMPRESSA COM O QUE O FINANCEIRO ANOTOU.
           MOVE WRK-SEQ-TIPO TO LAC-TIPO.
           MOVE LAC-NUMERO-FINAL TO WRK-NUMERO-BUSCA.
           READ SEQLACUNA
              INVALID KEY
                 CONTINUE
           END-READ.
           IF SEQLACUNA-STATUS NOT = 00
              MOVE WRK-NUMERO-BUSCA TO LAC-NUMERO-FINAL
              MOVE WRK-DATA-ATUAL   TO LAC-DT-DETECCAO
              MOVE SPACES           TO LAC-JUSTIFICATIVA LAC-OPERADOR
              MOVE ZEROS            TO LAC-DT-JUSTIFICATIVA
              WRITE LAC-REG
                 INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR LACUNA. STATUS: '
                       SEQLACUNA-STATUS
              END-WRITE
           ELSE
      *       FAIXA QUE ENCOLHEU OU CRESCEU DESDE A ULTIMA AUDITORIA
      *       (NUMERO GRAVADO DEPOIS OU EMITIDO ALEM DO CONTROLE).
              IF LAC-NUMERO-FINAL NOT = WRK-NUMERO-BUSCA
                 MOVE WRK-NUMERO-BUSCA TO LAC-NUMERO-FINAL
                 REWRITE LAC-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              END-IF
           END-IF.

           MOVE 'LACUNA'          TO WRK-REL-OCORRENCIA.
           MOVE LAC-NUMERO-INICIAL TO WRK-REL-NUM-DE.
           MOVE LAC-NUMERO-FINAL  TO WRK-REL-NUM-ATE.
           MOVE ZEROS             TO WRK-REL-PEDIDO.
           IF LAC-JUSTIFICATIVA = SPACES
              MOVE '*** SEM JUSTIFICATIVA ***' TO WRK-REL-JUSTIFICATIVA
              ADD 1 TO WRK-QTD-PENDENTES
           ELSE
              MOVE LAC-JUSTIFICATIVA TO WRK-REL-JUSTIFICATIVA
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           ADD 1 TO WRK-QTD-LACUNAS.
           COMPUTE WRK-QTD-NUMEROS = WRK-QTD-NUMEROS
              + LAC-NUMERO-FINAL - LAC-NUMERO-INICIAL + 1.
      *----------------------------------------------------------------*
       2000-JUSTIFICAR-LACUNA SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'DOCUMENTO (F-FATURA P-PEDIDO O-ORDEM DE COMPRA): '.
           MOVE SPACES TO WRK-TIPO-BUSCA.
           ACCEPT WRK-TIPO-BUSCA FROM CONSOLE.
           DISPLAY 'PRIMEIRO NUMERO DA LACUNA: '.
           ACCEPT WRK-NUMERO-BUSCA FROM CONSOLE.
           MOVE WRK-TIPO-BUSCA   TO LAC-TIPO.
           MOVE WRK-NUMERO-BUSCA TO LAC-NUMERO-INICIAL.
           READ SEQLACUNA
              INVALID KEY
                 CONTINUE
           END-READ.
           IF SEQLACUNA-STATUS NOT = 00
              DISPLAY 'LACUNA NAO ENCONTRADA! RODE A AUDITORIA '
                 '(OPCAO 1) E INFORME O NUMERO INICIAL DA FAIXA.'
           ELSE
              PERFORM 2100-GRAVAR-JUSTIFICATIVA
           END-IF.
      *----------------------------------------------------------------*
       2100-GRAVAR-JUSTIFICATIVA SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'LACUNA ' LAC-TIPO ' DE ' LAC-NUMERO-INICIAL
              ' ATE ' LAC-NUMERO-FINAL ' DETECTADA EM '
              LAC-DT-DETECCAO.
           IF LAC-JUSTIFICATIVA NOT = SPACES
              DISPLAY 'JUSTIFICATIVA ATUAL: ' LAC-JUSTIFICATIVA
              DISPLAY '   POR ' LAC-OPERADOR ' EM '
                 LAC-DT-JUSTIFICATIVA
           END-IF.
           DISPLAY 'JUSTIFICATIVA (EM BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-JUSTIFICATIVA.
           ACCEPT WRK-JUSTIFICATIVA FROM CONSOLE.
           IF WRK-JUSTIFICATIVA = SPACES
              DISPLAY 'JUSTIFICATIVA MANTIDA.'
           ELSE
              MOVE WRK-JUSTIFICATIVA TO LAC-JUSTIFICATIVA
              MOVE WRK-DATA-ATUAL    TO LAC-DT-JUSTIFICATIVA
              MOVE WRK-OPERADOR      TO LAC-OPERADOR
              REWRITE LAC-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF SEQLACUNA-STATUS = 00
                 DISPLAY 'JUSTIFICATIVA GRAVADA.'
              ELSE
                 DISPLAY 'ERRO AO GRAVAR JUSTIFICATIVA. STATUS: '
                    SEQLACUNA-STATUS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       3000-REIMPRIMIR-LACUNAS SECTION.
      *----------------------------------------------------------------*
           MOVE 'SEQLACUNA.REL' TO WRK-RELATORIO-PATH.
           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT = 00
              DISPLAY 'ERRO AO CRIAR SEQLACUNA.REL. STATUS: '
                 RELATORIO-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROS          TO WRK-REL-DT-INI WRK-REL-DT-FIM
              MOVE WRK-DATA-ATUAL TO WRK-REL-DATA
              WRITE REG-RELATORIO FROM WRK-REL-CABEC1
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              WRITE REG-RELATORIO FROM WRK-REL-CABEC2

              MOVE 'N'    TO WRK-FIM-ARQUIVO
              MOVE LOW-VALUES TO LAC-CHAVE
              START SEQLACUNA KEY IS NOT LESS THAN LAC-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-START
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ SEQLACUNA NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       PERFORM 3100-IMPRIMIR-LACUNA
                 END-READ
              END-PERFORM

              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
              MOVE SPACES TO WRK-REL-NOTA-TXT
              STRING 'LACUNAS: ' DELIMITED BY SIZE
                 WRK-QTD-IMPRESSAS DELIMITED BY SIZE
                 '  SEM JUSTIFICATIVA: ' DELIMITED BY SIZE
                 WRK-QTD-PENDENTES DELIMITED BY SIZE
                 INTO WRK-REL-NOTA-TXT
              WRITE REG-RELATORIO FROM WRK-REL-NOTA
              CLOSE RELATORIO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'SEQAUDIT'        TO SPL-PROGRAMA
              MOVE 'SEQLACUNA.REL'   TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
              DISPLAY 'LACUNAS REIMPRESSAS EM SEQLACUNA.REL: '
                 WRK-QTD-IMPRESSAS ' SEM JUSTIFICATIVA: '
                 WRK-QTD-PENDENTES
           END-IF.
      *----------------------------------------------------------------*
       3100-IMPRIMIR-LACUNA SECTION.
      *----------------------------------------------------------------*
           EVALUATE LAC-TIPO
              WHEN 'F'
                 MOVE 'FATURA'     TO WRK-REL-DOCUMENTO
              WHEN 'P'
                 MOVE 'PEDIDO'     TO WRK-REL-DOCUMENTO
              WHEN OTHER
                 MOVE 'ORDEM COMP' TO WRK-REL-DOCUMENTO
           END-EVALUATE.
           MOVE SPACES TO WRK-REL-OCORRENCIA.
           STRING 'LACUNA DE ' DELIMITED BY SIZE
              LAC-DT-DETECCAO DELIMITED BY SIZE
              INTO WRK-REL-OCORRENCIA.
           MOVE LAC-NUMERO-INICIAL TO WRK-REL-NUM-DE.
           MOVE LAC-NUMERO-FINAL   TO WRK-REL-NUM-ATE.
           MOVE ZEROS              TO WRK-REL-PEDIDO.
           IF LAC-JUSTIFICATIVA = SPACES
              MOVE '*** SEM JUSTIFICATIVA ***' TO WRK-REL-JUSTIFICATIVA
              ADD 1 TO WRK-QTD-PENDENTES
           ELSE
              MOVE LAC-JUSTIFICATIVA TO WRK-REL-JUSTIFICATIVA
           END-IF.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           ADD 1 TO WRK-QTD-IMPRESSAS.
      *----------------------------------------------------------------*
       0900-FINALIZAR SECTION.
      *-----------------------
           IF WRK-ARQS-ABERTOS = 'S'
              CLOSE SEQLACUNA
           END-IF.
      *----------------------------------------------------------------*
