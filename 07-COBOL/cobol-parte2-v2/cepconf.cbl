      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CONFERENCIA DO ENDERECO DOS CLIENTES CONTRA O CEP
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    BATCH AVULSO PARA O SANEAMENTO DO CADASTRO ANTIGO, DIGITADO
      *    ANTES DA TABELA DE CEP: PERCORRE CLIENTES.DAT E LISTA EM
      *    CEPCONF.REL O CLIENTE CUJA CIDADE OU UF NAO E A DO CEP NA
      *    TABELA (MESMA COMPARACAO DO CEPVALIDA, EM MAIUSCULAS), OU
      *    CUJO CEP NAO EXISTE NA TABELA. CLIENTE SEM CEP SO E
      *    CONTADO. NADA E ALTERADO: A CORRECAO E FEITA NA TELA DE
      *    ALTERACAO DO CLIENTES (CIDADE E UF EM BRANCO SAO
      *    PREENCHIDAS PELO CEP).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CEPCONF.
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

           SELECT CEP ASSIGN TO WRK-CEP-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CEP-STATUS
              RECORD KEY CEP-CHAVE.

           SELECT RELATORIO ASSIGN TO 'CEPCONF.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
      *-------------
       FD CEP.
       COPY 'cep-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'clientes-cfg.cpy'.
       COPY 'cep-cfg.cpy'.
       77 CLIENTES-STATUS      PIC   9(02).
       77 CEP-STATUS           PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-ARQS-ABERTOS     PIC   X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO      PIC   X(01) VALUE 'N'.
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-CIDADE           PIC   X(20).
       77 WRK-UF               PIC   X(02).
       77 WRK-QTD-LIDOS        PIC   9(06) VALUE 0.
       77 WRK-QTD-SEM-CEP      PIC   9(06) VALUE 0.
       77 WRK-QTD-CONFEREM     PIC   9(06) VALUE 0.
       77 WRK-QTD-DIVERGENTES  PIC   9(06) VALUE 0.
       77 WRK-QTD-INEXISTENTES PIC   9(06) VALUE 0.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(50) VALUE
             'CONFERENCIA DO ENDERECO DOS CLIENTES PELO CEP -'.
          05 FILLER           PIC X(06) VALUE ' DATA '.
          05 WRK-REL-DATA     PIC 9(08).

       01 WRK-REL-CABEC2.
          05 FILLER           PIC X(40) VALUE
             'TELEFONE  NOME                        S '.
          05 FILLER           PIC X(40) VALUE
             'CEP      CADASTRO                CEP NA '.
          05 FILLER           PIC X(40) VALUE
             'TABELA          OCORRENCIA'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-FONE     PIC 9(09).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-NOME     PIC X(27).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-SITUACAO PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-CEP      PIC 9(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-CIDADE   PIC X(20).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-UF       PIC X(02).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-CIDADE-CEP PIC X(20).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-UF-CEP   PIC X(02).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-REL-OCORRENCIA PIC X(20).

       01 WRK-REL-NOTA.
          05 WRK-REL-NOTA-TXT PIC X(100).
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           IF WRK-ARQS-ABERTOS = 'S'
              PERFORM 0200-CONFERIR-CLIENTES
              PERFORM 0300-FINALIZAR
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-CLIENTES-PATH FROM ENVIRONMENT 'CLIENTES_DAT'.
           IF WRK-CLIENTES-PATH = SPACES
              MOVE WRK-CLIENTES-PATH-PADRAO TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-CEP-PATH FROM ENVIRONMENT 'CEP_DAT'.
           IF WRK-CEP-PATH = SPACES
              MOVE WRK-CEP-PATH-PADRAO TO WRK-CEP-PATH
           END-IF.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CLIENTES.DAT. STATUS: '
                 CLIENTES-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT CEP
              IF CEP-STATUS NOT = 00
                 DISPLAY 'TABELA DE CEP INDISPONIVEL. STATUS: '
                    CEP-STATUS
                 CLOSE CLIENTES
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'S' TO WRK-ARQS-ABERTOS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0200-CONFERIR-CLIENTES SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-REL-DATA.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC2.

           MOVE ZEROS TO CLIENTES-FONE.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WRK-QTD-LIDOS
                    IF CLIENTES-CEP = ZEROS
                       ADD 1 TO WRK-QTD-SEM-CEP
                    ELSE
                       PERFORM 0210-CONFERIR-CLIENTE
                    END-IF
              END-READ
           END-PERFORM.
      *----------------------------------------------------------------*
       0210-CONFERIR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-REL-OCORRENCIA WRK-REL-CIDADE-CEP
                          WRK-REL-UF-CEP.
           MOVE CLIENTES-CEP TO CEP-CODIGO.
           READ CEP
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CEP-STATUS NOT = 00
              MOVE 'CEP INEXISTENTE' TO WRK-REL-OCORRENCIA
              ADD 1 TO WRK-QTD-INEXISTENTES
           ELSE
              MOVE CEP-CIDADE TO WRK-REL-CIDADE-CEP
              MOVE CEP-UF     TO WRK-REL-UF-CEP
              MOVE CLIENTES-CIDADE TO WRK-CIDADE
              MOVE CLIENTES-UF     TO WRK-UF
              INSPECT WRK-CIDADE CONVERTING
                 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              INSPECT WRK-UF CONVERTING
                 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              EVALUATE TRUE
                 WHEN WRK-CIDADE NOT = CEP-CIDADE
                       AND WRK-UF NOT = CEP-UF
                    MOVE 'CIDADE E UF'  TO WRK-REL-OCORRENCIA
                 WHEN WRK-CIDADE NOT = CEP-CIDADE
                    MOVE 'CIDADE'       TO WRK-REL-OCORRENCIA
                 WHEN WRK-UF NOT = CEP-UF
                    MOVE 'UF'           TO WRK-REL-OCORRENCIA
                 WHEN OTHER
                    ADD 1 TO WRK-QTD-CONFEREM
              END-EVALUATE
              IF WRK-REL-OCORRENCIA NOT = SPACES
                 ADD 1 TO WRK-QTD-DIVERGENTES
              END-IF
           END-IF.

           IF WRK-REL-OCORRENCIA NOT = SPACES
              MOVE CLIENTES-FONE     TO WRK-REL-FONE
              MOVE CLIENTES-NOME     TO WRK-REL-NOME
              MOVE CLIENTES-SITUACAO TO WRK-REL-SITUACAO
              MOVE CLIENTES-CEP      TO WRK-REL-CEP
              MOVE CLIENTES-CIDADE   TO WRK-REL-CIDADE
              MOVE CLIENTES-UF       TO WRK-REL-UF
              WRITE REG-RELATORIO FROM WRK-REL-DETALHE
           END-IF.
      *----------------------------------------------------------------*
       0300-FINALIZAR SECTION.
      *-----------------------
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING 'CLIENTES LIDOS: ' DELIMITED BY SIZE
              WRK-QTD-LIDOS DELIMITED BY SIZE
              '  SEM CEP: ' DELIMITED BY SIZE
              WRK-QTD-SEM-CEP DELIMITED BY SIZE
              '  CONFEREM: ' DELIMITED BY SIZE
              WRK-QTD-CONFEREM DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING 'CIDADE/UF DIVERGENTE: ' DELIMITED BY SIZE
              WRK-QTD-DIVERGENTES DELIMITED BY SIZE
              '  CEP INEXISTENTE: ' DELIMITED BY SIZE
              WRK-QTD-INEXISTENTES DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CEPCONF'         TO SPL-PROGRAMA.
           MOVE 'CEPCONF.REL'     TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE CLIENTES.
           CLOSE CEP.
           DISPLAY 'CONFERENCIA GRAVADA EM CEPCONF.REL. DIVERGENTES: '
              WRK-QTD-DIVERGENTES ' CEP INEXISTENTE: '
              WRK-QTD-INEXISTENTES.
      *----------------------------------------------------------------*
