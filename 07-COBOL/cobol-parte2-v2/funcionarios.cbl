              ACCESS MODE IS DYNAMIC
              FILE STATUS IS DEPARTAMENTOS-STATUS
              RECORD KEY DEP-CHAVE.

           SELECT DEPENDENTES ASSIGN TO WRK-DEPENDENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS DEPENDENTES-STATUS
              RECORD KEY DPD-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
      *-------------
       FD DEPARTAMENTOS.
       COPY 'departamentos-reg.cpy'.
      *-------------
       FD DEPENDENTES.
       COPY 'dependentes-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'funcionarios-cfg.cpy'.
       COPY 'departamentos-cfg.cpy'.
       COPY 'dependentes-cfg.cpy'.
       77 FUNCIONARIOS-STATUS  PIC   9(02).
       77 DEPARTAMENTOS-STATUS PIC   9(02).
       77 DEPENDENTES-STATUS   PIC   9(02).
       77 WRK-DEPEND-ABERTO    PIC   X(01) VALUE 'N'.
       77 WRK-DEPTOS-ABERTO    PIC   X(01) VALUE 'N'.
       77 WRK-DEPTO-OK         PIC   X(01).
       77 WRK-CPF-VALIDO       PIC   X(01).
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-TECLA            PIC   X(1).
       77 WRK-CONFIRMA         PIC   X(1).
       77 WRK-DATA-ATUAL       PIC   9(08).
      *    MANUTENCAO DE DEPENDENTES: ATE 8 POR MATRICULA, LISTADOS
      *    NAS LINHAS 07 A 14 DA TELA.
       77 WRK-DEP-ACAO         PIC   X(01).
       77 WRK-DEP-SEQ          PIC   9(02).
       77 WRK-DEP-QTD          PIC   9(02).
       77 WRK-DEP-ULT-SEQ      PIC   9(02).
       77 WRK-DEP-POS          PIC   9(04).
       77 WRK-DEP-FIM          PIC   X(01).
       77 WRK-DEP-ERRO         PIC   X(40).
       01 WRK-DEP-LINHA.
          05 WRK-DEP-L-SEQ     PIC   9(02).
          05 FILLER            PIC   X(02) VALUE SPACES.
          05 WRK-DEP-L-NOME    PIC   X(30).
          05 FILLER            PIC   X(02) VALUE SPACES.
          05 WRK-DEP-L-PARENT  PIC   X(01).
          05 FILLER            PIC   X(04) VALUE SPACES.
          05 WRK-DEP-L-DIA     PIC   9(02).
          05 FILLER            PIC   X(01) VALUE '/'.
          05 WRK-DEP-L-MES     PIC   9(02).
          05 FILLER            PIC   X(01) VALUE '/'.
          05 WRK-DEP-L-ANO     PIC   9(04).
          05 FILLER            PIC   X(04) VALUE SPACES.
          05 WRK-DEP-L-IR      PIC   X(01).
           COPY 'DATAVALWS.COB'.
      *------------------------
       SCREEN SECTION.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
             05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
             05 LINE 11 COLUMN 15 VALUE '5 - DEPENDENTES'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIDA'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO..: '.
             05 LINE 13 COLUMN 24 USING WRK-OPCAO.

             05 LINE 15 COLUMN 35 PIC 9(05) USING FUNC-MATRICULA.
             05 LINE 16 COLUMN 15 VALUE 'NOME.........: '.
             05 LINE 16 COLUMN 35 PIC X(20) USING FUNC-NOME.
             05 LINE 16 COLUMN 58 VALUE 'CPF: '.
             05 LINE 16 COLUMN 63 PIC 9(11) USING FUNC-CPF.
             05 LINE 17 COLUMN 15 VALUE 'DIA ENTRADA..: '.
             05 LINE 17 COLUMN 35 PIC 9(02) USING FUNC-DIA-ENTRADA.
             05 LINE 18 COLUMN 15 VALUE 'MES ENTRADA..: '.
             05 LINE 20 COLUMN 35 PIC 9(09)V99 USING FUNC-SALARIO.
             05 LINE 21 COLUMN 15 VALUE 'DEPARTAMENTO.: '.
             05 LINE 21 COLUMN 35 PIC X(10) USING FUNC-DEPTO.
             05 LINE 22 COLUMN 15 VALUE 'BANCO/AG/CC..: '.
             05 LINE 22 COLUMN 35 PIC 9(03) USING FUNC-BANCO.
             05 LINE 22 COLUMN 39 PIC 9(05) USING FUNC-AGENCIA.
             05 LINE 22 COLUMN 45 PIC 9(12) USING FUNC-CONTA.
             05 LINE 22 COLUMN 58 PIC X(01) USING FUNC-CONTA-DV.
             05 LINE 22 COLUMN 61 VALUE 'ADIANT.(S/N): '.
             05 LINE 22 COLUMN 75 PIC X(01) USING FUNC-ADIANTAMENTO.

       01 TELA-CONSULTA-CHAVE.
             05 LINE 15 COLUMN 15 VALUE 'MATRICULA....: '.
       01 TELA-CONSULTA-DADOS.
             05 LINE 16 COLUMN 15 VALUE 'NOME.........: '.
             05 LINE 16 COLUMN 35 PIC X(20) FROM FUNC-NOME.
             05 LINE 16 COLUMN 58 VALUE 'CPF: '.
             05 LINE 16 COLUMN 63 PIC 9(11) FROM FUNC-CPF.
             05 LINE 17 COLUMN 15 VALUE 'DATA ENTRADA.: '.
             05 LINE 17 COLUMN 35 PIC 9(02) FROM FUNC-DIA-ENTRADA.
             05 LINE 17 COLUMN 38 PIC 9(02) FROM FUNC-MES-ENTRADA.
             05 LINE 20 COLUMN 40 VALUE 'DESLIG: '.
             05 LINE 20 COLUMN 48 PIC 9(08)
                FROM FUNC-DT-DESLIGAMENTO.
             05 LINE 21 COLUMN 15 VALUE 'BANCO/AG/CC..: '.
             05 LINE 21 COLUMN 35 PIC 9(03) FROM FUNC-BANCO.
             05 LINE 21 COLUMN 39 PIC 9(05) FROM FUNC-AGENCIA.
             05 LINE 21 COLUMN 45 PIC 9(12) FROM FUNC-CONTA.
             05 LINE 21 COLUMN 58 PIC X(01) FROM FUNC-CONTA-DV.
             05 LINE 21 COLUMN 61 VALUE 'ADIANT.(S/N): '.
             05 LINE 21 COLUMN 75 PIC X(01) FROM FUNC-ADIANTAMENTO.

       01 TELA-ALTERAR-DADOS.
             05 LINE 16 COLUMN 15 VALUE 'NOME.........: '.
             05 LINE 16 COLUMN 35 PIC X(20) USING FUNC-NOME.
             05 LINE 16 COLUMN 58 VALUE 'CPF: '.
             05 LINE 16 COLUMN 63 PIC 9(11) USING FUNC-CPF.
             05 LINE 17 COLUMN 15 VALUE 'DIA ENTRADA..: '.
             05 LINE 17 COLUMN 35 PIC 9(02) USING FUNC-DIA-ENTRADA.
             05 LINE 18 COLUMN 15 VALUE 'MES ENTRADA..: '.
             05 LINE 20 COLUMN 35 PIC 9(09)V99 USING FUNC-SALARIO.
             05 LINE 21 COLUMN 15 VALUE 'DEPARTAMENTO.: '.
             05 LINE 21 COLUMN 35 PIC X(10) USING FUNC-DEPTO.
             05 LINE 22 COLUMN 15 VALUE 'BANCO/AG/CC..: '.
             05 LINE 22 COLUMN 35 PIC 9(03) USING FUNC-BANCO.
             05 LINE 22 COLUMN 39 PIC 9(05) USING FUNC-AGENCIA.
             05 LINE 22 COLUMN 45 PIC 9(12) USING FUNC-CONTA.
             05 LINE 22 COLUMN 58 PIC X(01) USING FUNC-CONTA-DV.
             05 LINE 22 COLUMN 61 VALUE 'ADIANT.(S/N): '.
             05 LINE 22 COLUMN 75 PIC X(01) USING FUNC-ADIANTAMENTO.

       01 TELA-DEP-CHAVE.
             05 LINE 04 COLUMN 15 VALUE 'MATRICULA....: '.
             05 LINE 04 COLUMN 35 PIC 9(05) USING FUNC-MATRICULA.

       01 TELA-DEP-CABECALHO.
             05 LINE 04 COLUMN 42 PIC X(20) FROM FUNC-NOME.
             05 LINE 06 COLUMN 15 VALUE
                'SQ  NOME                            PAR   NASCIMENTO'.
             05 LINE 06 COLUMN 69 VALUE 'IR'.

       01 TELA-DEP-ACAO.
             05 LINE 16 COLUMN 15 VALUE 'ACAO (I/A/E/X): '.
             05 LINE 16 COLUMN 31 PIC X(01) USING WRK-DEP-ACAO.
             05 LINE 16 COLUMN 35 VALUE 'SEQUENCIA: '.
             05 LINE 16 COLUMN 46 PIC 9(02) USING WRK-DEP-SEQ.

       01 TELA-DEP-DADOS.
             05 LINE 17 COLUMN 15 VALUE 'NOME.........: '.
             05 LINE 17 COLUMN 35 PIC X(30) USING DPD-NOME.
             05 LINE 18 COLUMN 15 VALUE 'NASCIMENTO...: '.
             05 LINE 18 COLUMN 35 PIC 9(02) USING DPD-DIA-NASC.
             05 LINE 18 COLUMN 38 PIC 9(02) USING DPD-MES-NASC.
             05 LINE 18 COLUMN 41 PIC 9(04) USING DPD-ANO-NASC.
             05 LINE 19 COLUMN 15 VALUE 'PARENTESCO...: '.
             05 LINE 19 COLUMN 35 PIC X(01) USING DPD-PARENTESCO.
             05 LINE 19 COLUMN 37 VALUE '(F/C/P/O)'.
             05 LINE 19 COLUMN 48 VALUE 'DEDUZ IR (S/N): '.
             05 LINE 19 COLUMN 64 PIC X(01) USING DPD-DEDUZ-IR.

       01 TELA-DEP-EXCLUIR.
             05 LINE 17 COLUMN 15 VALUE 'NOME.........: '.
             05 LINE 17 COLUMN 35 PIC X(30) FROM DPD-NOME.
             05 LINE 18 COLUMN 15 VALUE 'CONFIRMA EXCLUSAO (S/N)?: '.
             05 LINE 18 COLUMN 41 PIC X(01) USING WRK-CONFIRMA.

       01 TELA-EXCLUIR-CONFIRMA.
             05 LINE 16 COLUMN 15 VALUE 'NOME.........: '.
           ELSE
              DISPLAY 'AVISO: DEPARTAMENTOS.DAT INDISPONIVEL.'
           END-IF.

      *    DEPENDENTES (DEDUCAO DO IRRF NA FOLHA), MANTIDOS NA OPCAO 5.
           ACCEPT WRK-DEPENDENTES-PATH FROM ENVIRONMENT
              'DEPENDENTES_DAT'.
           IF WRK-DEPENDENTES-PATH = SPACES
              MOVE WRK-DEPENDENTES-PATH-PADRAO
                 TO WRK-DEPENDENTES-PATH
           END-IF.
           OPEN I-O DEPENDENTES
              IF DEPENDENTES-STATUS = 35 THEN
                 OPEN OUTPUT DEPENDENTES
                 CLOSE DEPENDENTES
                 OPEN I-O DEPENDENTES
              END-IF.
           IF DEPENDENTES-STATUS = 00
              MOVE 'S' TO WRK-DEPEND-ABERTO
           ELSE
              DISPLAY 'AVISO: DEPENDENTES.DAT INDISPONIVEL. STATUS: '
                 DEPENDENTES-STATUS
           END-IF.
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
                 PERFORM 4200-ALTERAR
              WHEN 4
                 PERFORM 4300-EXCLUIR
              WHEN 5
                 PERFORM 4600-DEPENDENTES
              WHEN OTHER
                 IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY ' ENTRADA INVALIDA!!!'
           DISPLAY TELA.
           MOVE ZEROS  TO FUNC-MATRICULA FUNC-DIA-ENTRADA
                          FUNC-MES-ENTRADA FUNC-ANO-ENTRADA
                          FUNC-SALARIO FUNC-DT-DESLIGAMENTO
                          FUNC-BANCO FUNC-AGENCIA FUNC-CONTA
                          FUNC-CPF.
           MOVE SPACES TO FUNC-NOME FUNC-DEPTO FUNC-CONTA-DV.
           MOVE 'A'    TO FUNC-SITUACAO.
           MOVE 'S'    TO FUNC-ADIANTAMENTO.
           ACCEPT TELA-INCLUSAO.

           PERFORM 4500-VALIDAR-ENTRADA.
                 DISPLAY 'DATA DE ENTRADA INVALIDA!' AT 2001
              WHEN WRK-DEPTO-OK = 'N'
                 DISPLAY 'DEPARTAMENTO NAO CADASTRADO!' AT 2001
              WHEN WRK-CPF-VALIDO = 'N'
                 DISPLAY 'CPF INVALIDO!' AT 2001
              WHEN OTHER
                 WRITE FUNC-REG
                    INVALID KEY
      *    A DATA DE ADMISSAO PASSA PELA ROTINA COMUM DE VALIDACAO DE
      *    DATA, REJEITANDO INCLUSIVE DATAS FUTURAS -- UMA COLUNA
      *    TORTA AQUI ERA O QUE QUEBRAVA A FOLHA INTEIRA. O
      *    DEPARTAMENTO PRECISA EXISTIR NO CADASTRO DE DEPARTAMENTOS
      *    E O CPF (QUE VAI NO INFORME DE RENDIMENTOS) SER VALIDO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE FUNC-DIA-ENTRADA TO WRK-VAL-DIA.
           MOVE FUNC-MES-ENTRADA TO WRK-VAL-MES.
                 MOVE 'N' TO WRK-DEPTO-OK
              END-IF
           END-IF.

           CALL 'CPFVALIDA' USING FUNC-CPF WRK-CPF-VALIDO.
           IF FUNC-CPF = ZEROS
              MOVE 'N' TO WRK-CPF-VALIDO
           END-IF.
           IF FUNC-ADIANTAMENTO NOT = 'N'
              MOVE 'S' TO FUNC-ADIANTAMENTO
           END-IF.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
                 ELSE
                 IF WRK-DEPTO-OK = 'N'
                    DISPLAY 'DEPARTAMENTO NAO CADASTRADO!' AT 2001
                 ELSE
                 IF WRK-CPF-VALIDO = 'N'
                    DISPLAY 'CPF INVALIDO!' AT 2001
                 ELSE
                    REWRITE FUNC-REG
                       INVALID KEY
                    END-EVALUATE
                 END-IF
                 END-IF
                 END-IF
              WHEN 23
                 DISPLAY 'FUNCIONARIO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                    END-DELETE
                    EVALUATE FUNCIONARIOS-STATUS
                       WHEN 00
                          PERFORM 4660-EXCLUIR-DEPENDENTES
                          DISPLAY 'FUNCIONARIO EXCLUIDO COM SUCESSO!'
                             AT 2001
                       WHEN OTHER
                    FUNCIONARIOS-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4600-DEPENDENTES SECTION.
      *----------------------------------------------------------------*
      *    DEPENDENTES DA MATRICULA: A TELA LISTA OS CADASTRADOS E
      *    PEDE A ACAO (INCLUIR, ALTERAR OU EXCLUIR PELA SEQUENCIA)
      *    ATE O OPERADOR SAIR COM X.
           MOVE 'MODULO - DEPENDENTES' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO FUNC-MATRICULA.
           ACCEPT TELA-DEP-CHAVE.

           READ FUNCIONARIOS
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE TRUE
              WHEN WRK-DEPEND-ABERTO NOT = 'S'
                 DISPLAY 'DEPENDENTES.DAT INDISPONIVEL!' AT 2001
                 ACCEPT WRK-TECLA AT 2060
              WHEN FUNCIONARIOS-STATUS = 23
                 DISPLAY 'FUNCIONARIO NAO ENCONTRADO!' AT 2001
                 ACCEPT WRK-TECLA AT 2060
              WHEN FUNCIONARIOS-STATUS NOT = 00
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    FUNCIONARIOS-STATUS AT 2001
                 ACCEPT WRK-TECLA AT 2060
              WHEN OTHER
                 MOVE SPACES TO WRK-DEP-ACAO
                 PERFORM UNTIL WRK-DEP-ACAO = 'X'
                       OR WRK-DEP-ACAO = 'x'
                    PERFORM 4610-LISTAR-DEPENDENTES
                    MOVE SPACES TO WRK-DEP-ACAO
                    MOVE ZEROS  TO WRK-DEP-SEQ
                    ACCEPT TELA-DEP-ACAO
                    EVALUATE WRK-DEP-ACAO
                       WHEN 'I' WHEN 'i'
                          PERFORM 4620-INCLUIR-DEPENDENTE
                       WHEN 'A' WHEN 'a'
                          PERFORM 4630-ALTERAR-DEPENDENTE
                       WHEN 'E' WHEN 'e'
                          PERFORM 4640-EXCLUIR-DEPENDENTE
                       WHEN 'X' WHEN 'x'
                          CONTINUE
                       WHEN OTHER
                          DISPLAY ' ENTRADA INVALIDA!!!' AT 2001
                          ACCEPT WRK-TECLA AT 2060
                    END-EVALUATE
                 END-PERFORM
           END-EVALUATE.
      *----------------------------------------------------------------*
       4610-LISTAR-DEPENDENTES SECTION.
      *----------------------------------------------------------------*
           DISPLAY TELA.
           DISPLAY TELA-DEP-CHAVE.
           DISPLAY TELA-DEP-CABECALHO.
           MOVE ZEROS TO WRK-DEP-QTD WRK-DEP-ULT-SEQ.
           MOVE 'N'   TO WRK-DEP-FIM.
           MOVE FUNC-MATRICULA TO DPD-MATRICULA.
           MOVE ZEROS          TO DPD-SEQUENCIA.
           START DEPENDENTES KEY IS NOT LESS THAN DPD-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-DEP-FIM
           END-START.
           PERFORM UNTIL WRK-DEP-FIM = 'S'
              READ DEPENDENTES NEXT
                 AT END
                    MOVE 'S' TO WRK-DEP-FIM
              END-READ
              IF WRK-DEP-FIM NOT = 'S'
                 IF DPD-MATRICULA NOT = FUNC-MATRICULA
                    MOVE 'S' TO WRK-DEP-FIM
                 ELSE
                    ADD 1 TO WRK-DEP-QTD
                    MOVE DPD-SEQUENCIA TO WRK-DEP-ULT-SEQ
                    IF WRK-DEP-QTD NOT > 8
                       MOVE DPD-SEQUENCIA     TO WRK-DEP-L-SEQ
                       MOVE DPD-NOME          TO WRK-DEP-L-NOME
                       MOVE DPD-PARENTESCO    TO WRK-DEP-L-PARENT
                       MOVE DPD-DIA-NASC      TO WRK-DEP-L-DIA
                       MOVE DPD-MES-NASC      TO WRK-DEP-L-MES
                       MOVE DPD-ANO-NASC      TO WRK-DEP-L-ANO
                       MOVE DPD-DEDUZ-IR      TO WRK-DEP-L-IR
                       COMPUTE WRK-DEP-POS =
                          (WRK-DEP-QTD + 6) * 100 + 15
                       DISPLAY WRK-DEP-LINHA AT WRK-DEP-POS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       4620-INCLUIR-DEPENDENTE SECTION.
      *----------------------------------------------------------------*
           IF WRK-DEP-QTD NOT < 8 OR WRK-DEP-ULT-SEQ = 99
              DISPLAY 'LIMITE DE DEPENDENTES ATINGIDO!' AT 2001
           ELSE
              MOVE FUNC-MATRICULA TO DPD-MATRICULA
              COMPUTE DPD-SEQUENCIA = WRK-DEP-ULT-SEQ + 1
              MOVE SPACES TO DPD-NOME
              MOVE ZEROS  TO DPD-DT-NASCIMENTO
              MOVE 'F'    TO DPD-PARENTESCO
              MOVE 'S'    TO DPD-DEDUZ-IR
              ACCEPT TELA-DEP-DADOS
              PERFORM 4650-VALIDAR-DEPENDENTE
              IF WRK-DEP-ERRO NOT = SPACES
                 DISPLAY WRK-DEP-ERRO AT 2001
              ELSE
                 WRITE DPD-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 EVALUATE DEPENDENTES-STATUS
                    WHEN 00
                       DISPLAY 'DEPENDENTE INCLUIDO COM SUCESSO!'
                          AT 2001
                    WHEN OTHER
                       DISPLAY 'ERRO AO INCLUIR. STATUS: '
                          DEPENDENTES-STATUS AT 2001
                 END-EVALUATE
              END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4630-ALTERAR-DEPENDENTE SECTION.
      *----------------------------------------------------------------*
           MOVE FUNC-MATRICULA TO DPD-MATRICULA.
           MOVE WRK-DEP-SEQ    TO DPD-SEQUENCIA.
           READ DEPENDENTES
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE DEPENDENTES-STATUS
              WHEN 00
                 ACCEPT TELA-DEP-DADOS
                 PERFORM 4650-VALIDAR-DEPENDENTE
                 IF WRK-DEP-ERRO NOT = SPACES
                    DISPLAY WRK-DEP-ERRO AT 2001
                 ELSE
                    REWRITE DPD-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                    EVALUATE DEPENDENTES-STATUS
                       WHEN 00
                          DISPLAY 'DEPENDENTE ALTERADO COM SUCESSO!'
                             AT 2001
                       WHEN OTHER
                          DISPLAY 'ERRO AO ALTERAR. STATUS: '
                             DEPENDENTES-STATUS AT 2001
                    END-EVALUATE
                 END-IF
              WHEN 23
                 DISPLAY 'DEPENDENTE NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    DEPENDENTES-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4640-EXCLUIR-DEPENDENTE SECTION.
      *----------------------------------------------------------------*
           MOVE FUNC-MATRICULA TO DPD-MATRICULA.
           MOVE WRK-DEP-SEQ    TO DPD-SEQUENCIA.
           READ DEPENDENTES
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE DEPENDENTES-STATUS
              WHEN 00
                 MOVE SPACES TO WRK-CONFIRMA
                 ACCEPT TELA-DEP-EXCLUIR
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    DELETE DEPENDENTES
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    EVALUATE DEPENDENTES-STATUS
                       WHEN 00
                          DISPLAY 'DEPENDENTE EXCLUIDO COM SUCESSO!'
                             AT 2001
                       WHEN OTHER
                          DISPLAY 'ERRO AO EXCLUIR. STATUS: '
                             DEPENDENTES-STATUS AT 2001
                    END-EVALUATE
                 ELSE
                    DISPLAY 'EXCLUSAO CANCELADA!' AT 2001
                 END-IF
              WHEN 23
                 DISPLAY 'DEPENDENTE NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    DEPENDENTES-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4650-VALIDAR-DEPENDENTE SECTION.
      *----------------------------------------------------------------*
      *    NASCIMENTO PELA ROTINA COMUM DE DATA (SEM DATA FUTURA).
           MOVE SPACES TO WRK-DEP-ERRO.
           INSPECT DPD-PARENTESCO CONVERTING 'fcpo' TO 'FCPO'.
           INSPECT DPD-DEDUZ-IR   CONVERTING 'sn'   TO 'SN'.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE DPD-DIA-NASC TO WRK-VAL-DIA.
           MOVE DPD-MES-NASC TO WRK-VAL-MES.
           MOVE DPD-ANO-NASC TO WRK-VAL-ANO.
           MOVE WRK-DATA-ATUAL(1:4) TO WRK-VAL-ANO-ATUAL.
           PERFORM 0900-VALIDAR-DATA.

           EVALUATE TRUE
              WHEN DPD-NOME = SPACES
                 MOVE 'NOME DO DEPENDENTE OBRIGATORIO!'
                    TO WRK-DEP-ERRO
              WHEN WRK-DATA-VALIDA = 'N'
                 MOVE 'DATA DE NASCIMENTO INVALIDA!' TO WRK-DEP-ERRO
              WHEN DPD-PARENTESCO NOT = 'F' AND NOT = 'C'
                    AND NOT = 'P' AND NOT = 'O'
                 MOVE 'PARENTESCO INVALIDO (F/C/P/O)!' TO WRK-DEP-ERRO
              WHEN DPD-DEDUZ-IR NOT = 'S' AND NOT = 'N'
                 MOVE 'DEDUZ IR DEVE SER S OU N!' TO WRK-DEP-ERRO
           END-EVALUATE.
      *----------------------------------------------------------------*
       4660-EXCLUIR-DEPENDENTES SECTION.
      *----------------------------------------------------------------*
      *    FUNCIONARIO EXCLUIDO LEVA OS DEPENDENTES JUNTO.
           IF WRK-DEPEND-ABERTO = 'S'
              MOVE 'N' TO WRK-DEP-FIM
              MOVE FUNC-MATRICULA TO DPD-MATRICULA
              MOVE ZEROS          TO DPD-SEQUENCIA
              START DEPENDENTES KEY IS NOT LESS THAN DPD-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-DEP-FIM
              END-START
              PERFORM UNTIL WRK-DEP-FIM = 'S'
                 READ DEPENDENTES NEXT
                    AT END
                       MOVE 'S' TO WRK-DEP-FIM
                 END-READ
                 IF WRK-DEP-FIM NOT = 'S'
                    IF DPD-MATRICULA NOT = FUNC-MATRICULA
                       MOVE 'S' TO WRK-DEP-FIM
                    ELSE
                       DELETE DEPENDENTES
                          INVALID KEY
                             CONTINUE
                       END-DELETE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           IF WRK-DEPTOS-ABERTO = 'S'
              CLOSE DEPARTAMENTOS
           END-IF.
           IF WRK-DEPEND-ABERTO = 'S'
              CLOSE DEPENDENTES
           END-IF.
      *----------------------------------------------------------------*
           COPY 'DATAVALPD.COB'.
