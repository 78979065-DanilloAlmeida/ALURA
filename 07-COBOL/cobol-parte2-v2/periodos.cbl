      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CONTROLE DE PERIODOS FECHADOS POR MODULO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    DEPOIS QUE O MES FOI FECHADO (VENDASVIRADA, ESTOQFECHA E
      *    CONTABIL RODADOS E A EXPORTACAO ENTREGUE AO CONTADOR), O
      *    FECHAMENTO E REGISTRADO AQUI POR COMPETENCIA E MODULO
      *    ('V' VENDAS, 'E' ESTOQUE, 'R' CONTAS A RECEBER, 'P'
      *    CONTAS A PAGAR, 'F' FOLHA, OU 'T' PARA TODOS DE UMA VEZ).
      *    A PARTIR DAI OS PROGRAMAS DE LANCAMENTO, PELO PERVALIDA,
      *    RECUSAM GRAVAR COM DATA NA COMPETENCIA FECHADA E OFERECEM
      *    A DATA DE HOJE. A REABERTURA SO E FEITA POR OPERADOR
      *    ADMINISTRADOR (OPER-ADMIN = 'S', COMO NO CREDREV) E PEDE O
      *    MOTIVO. FECHAMENTO, REABERTURA E REABERTURA NEGADA VAO
      *    PARA PERIODOS.LOG COM O OPERADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. PERIODOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO WRK-PERIODOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PERIODOS-STATUS
              RECORD KEY PER-CHAVE.

           SELECT OPERADORES ASSIGN TO WRK-OPERADORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OPERADORES-STATUS
              RECORD KEY OPER-CODIGO.

           SELECT PERIODOSLOG ASSIGN TO 'PERIODOS.LOG'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PERIODOSLOG-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PERIODOS.
       COPY 'periodos-reg.cpy'.
      *-------------
       FD OPERADORES.
       COPY 'operadores-reg.cpy'.
      *-------------
      *    ACAO: 'F' FECHAMENTO, 'R' REABERTURA, 'N' REABERTURA
      *    NEGADA (OPERADOR SEM PERFIL DE ADMINISTRADOR).
       FD PERIODOSLOG.
       01 PLG-REG.
          05 PLG-DATA            PIC 9(08).
          05 PLG-HORA            PIC 9(06).
          05 PLG-COMPETENCIA     PIC 9(06).
          05 PLG-MODULO          PIC X(01).
          05 PLG-ACAO            PIC X(01).
          05 PLG-OPERADOR        PIC X(08).
          05 PLG-MOTIVO          PIC X(40).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'periodos-cfg.cpy'.
       COPY 'operadores-cfg.cpy'.
       77 PERIODOS-STATUS      PIC   9(02).
       77 OPERADORES-STATUS    PIC   9(02).
       77 PERIODOSLOG-STATUS   PIC   9(02).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-ADMIN-OK         PIC   X(01) VALUE 'N'.
       77 WRK-ARQS-ABERTOS     PIC   X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC   9(01) VALUE 0.
       77 WRK-MODULO           PIC   X(01).
       77 WRK-MOTIVO           PIC   X(40).
       77 WRK-CONFIRMA         PIC   X(01).
       77 WRK-ACAO             PIC   X(01).
       77 WRK-SITUACAO-NOVA    PIC   X(01).
       77 WRK-IDX-MOD          PIC   9(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-SITUACAO-DESC    PIC   X(07).

       01 WRK-COMPETENCIA.
          05 WRK-COMP-ANO      PIC 9(04).
          05 WRK-COMP-MES      PIC 9(02).

      *    OS CINCO MODULOS NA ORDEM DA LISTAGEM.
       01 WRK-TAB-MODULOS.
          05 FILLER            PIC X(16) VALUE 'VVENDAS         '.
          05 FILLER            PIC X(16) VALUE 'EESTOQUE        '.
          05 FILLER            PIC X(16) VALUE 'RCONTAS RECEBER '.
          05 FILLER            PIC X(16) VALUE 'PCONTAS PAGAR   '.
          05 FILLER            PIC X(16) VALUE 'FFOLHA          '.
       01 WRK-TAB-MODULOS-R REDEFINES WRK-TAB-MODULOS.
          05 WRK-MOD OCCURS 5 TIMES.
             10 WRK-MOD-CODIGO PIC X(01).
             10 WRK-MOD-NOME   PIC X(15).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           IF WRK-ARQS-ABERTOS = 'S'
              DISPLAY '### CONTROLE DE PERIODOS FECHADOS ###'
              DISPLAY '1 - CONSULTAR UMA COMPETENCIA'
              DISPLAY '2 - FECHAR UMA COMPETENCIA'
              DISPLAY '3 - REABRIR UMA COMPETENCIA (ADMINISTRADOR)'
              ACCEPT WRK-OPCAO FROM CONSOLE
              EVALUATE WRK-OPCAO
                 WHEN 1
                    PERFORM 0200-CONSULTAR
                 WHEN 2
                    PERFORM 0300-FECHAR
                 WHEN 3
                    PERFORM 0400-REABRIR
                 WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA. NADA FEITO.'
              END-EVALUATE
              PERFORM 0900-FINALIZAR
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.
           ACCEPT WRK-PERIODOS-PATH FROM ENVIRONMENT 'PERIODOS_DAT'.
           IF WRK-PERIODOS-PATH = SPACES
              MOVE WRK-PERIODOS-PATH-PADRAO TO WRK-PERIODOS-PATH
           END-IF.

      *    SO O ADMINISTRADOR REABRE PERIODO.
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

           OPEN I-O PERIODOS.
           IF PERIODOS-STATUS = 35
              OPEN OUTPUT PERIODOS
              CLOSE PERIODOS
              OPEN I-O PERIODOS
           END-IF.
           IF PERIODOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PERIODOS.DAT. STATUS: '
                 PERIODOS-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN EXTEND PERIODOSLOG
              IF PERIODOSLOG-STATUS = 35
                 OPEN OUTPUT PERIODOSLOG
              END-IF
              MOVE 'S' TO WRK-ARQS-ABERTOS
           END-IF.
      *----------------------------------------------------------------*
       0200-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           PERFORM 0500-CAPTURAR-COMPETENCIA.
           IF WRK-COMPETENCIA NOT = ZEROS
              DISPLAY 'COMPETENCIA ' WRK-COMP-MES '/' WRK-COMP-ANO
              PERFORM VARYING WRK-IDX-MOD FROM 1 BY 1
                    UNTIL WRK-IDX-MOD > 5
                 MOVE WRK-COMPETENCIA TO PER-COMPETENCIA
                 MOVE WRK-MOD-CODIGO(WRK-IDX-MOD) TO PER-MODULO
                 READ PERIODOS
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF PERIODOS-STATUS = 00 AND PER-SITUACAO = 'F'
                    MOVE 'FECHADO' TO WRK-SITUACAO-DESC
                 ELSE
                    MOVE 'ABERTO ' TO WRK-SITUACAO-DESC
                 END-IF
                 IF PERIODOS-STATUS = 00
                    DISPLAY '  ' WRK-MOD-NOME(WRK-IDX-MOD) ' '
                       WRK-SITUACAO-DESC ' EM ' PER-DT-SITUACAO
                       ' POR ' PER-OPERADOR
                 ELSE
                    DISPLAY '  ' WRK-MOD-NOME(WRK-IDX-MOD) ' '
                       WRK-SITUACAO-DESC
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0300-FECHAR SECTION.
      *----------------------------------------------------------------*
           PERFORM 0500-CAPTURAR-COMPETENCIA.
           IF WRK-COMPETENCIA NOT = ZEROS
              DISPLAY 'MODULO (V/E/R/P/F, T = TODOS): '
              ACCEPT WRK-MODULO FROM CONSOLE
              INSPECT WRK-MODULO CONVERTING 'verpft' TO 'VERPFT'
              IF WRK-MODULO NOT = 'V' AND NOT = 'E' AND NOT = 'R'
                    AND NOT = 'P' AND NOT = 'F' AND NOT = 'T'
                 DISPLAY 'MODULO INVALIDO. NADA FEITO.'
              ELSE
                 DISPLAY 'CONFIRMA O FECHAMENTO DE ' WRK-COMP-MES '/'
                    WRK-COMP-ANO ' (S/N)? '
                 ACCEPT WRK-CONFIRMA FROM CONSOLE
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    MOVE 'F'    TO WRK-SITUACAO-NOVA WRK-ACAO
                    MOVE SPACES TO WRK-MOTIVO
                    PERFORM VARYING WRK-IDX-MOD FROM 1 BY 1
                          UNTIL WRK-IDX-MOD > 5
                       IF WRK-MODULO = 'T'
                             OR WRK-MODULO =
                                WRK-MOD-CODIGO(WRK-IDX-MOD)
                          PERFORM 0600-GRAVAR-SITUACAO
                       END-IF
                    END-PERFORM
                 ELSE
                    DISPLAY 'FECHAMENTO ABANDONADO. NADA FOI ALTERADO.'
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0400-REABRIR SECTION.
      *----------------------------------------------------------------*
      *    REABERTURA E UM MODULO POR VEZ E SEMPRE COM MOTIVO. A
      *    TENTATIVA DE QUEM NAO E ADMINISTRADOR TAMBEM E REGISTRADA.
           PERFORM 0500-CAPTURAR-COMPETENCIA.
           IF WRK-COMPETENCIA NOT = ZEROS
              DISPLAY 'MODULO (V/E/R/P/F): '
              ACCEPT WRK-MODULO FROM CONSOLE
              INSPECT WRK-MODULO CONVERTING 'verpf' TO 'VERPF'
              MOVE ZEROS TO WRK-IDX-MOD
              PERFORM VARYING WRK-IDX-MOD FROM 1 BY 1
                    UNTIL WRK-IDX-MOD > 5
                    OR WRK-MOD-CODIGO(WRK-IDX-MOD) = WRK-MODULO
                 CONTINUE
              END-PERFORM
              IF WRK-IDX-MOD > 5
                 DISPLAY 'MODULO INVALIDO. NADA FEITO.'
              ELSE
              IF WRK-ADMIN-OK NOT = 'S'
                 DISPLAY 'SO OPERADOR ADMINISTRADOR REABRE PERIODO.'
                 MOVE 'N'    TO WRK-ACAO
                 MOVE 'REABERTURA NEGADA' TO WRK-MOTIVO
                 MOVE WRK-COMPETENCIA TO PER-COMPETENCIA
                 MOVE WRK-MODULO      TO PER-MODULO
                 PERFORM 0700-REGISTRAR-LOG
              ELSE
                 MOVE WRK-COMPETENCIA TO PER-COMPETENCIA
                 MOVE WRK-MODULO      TO PER-MODULO
                 READ PERIODOS
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF PERIODOS-STATUS NOT = 00 OR PER-SITUACAO NOT = 'F'
                    DISPLAY 'ESSA COMPETENCIA NAO ESTA FECHADA.'
                 ELSE
                    DISPLAY 'MOTIVO DA REABERTURA: '
                    ACCEPT WRK-MOTIVO FROM CONSOLE
                    IF WRK-MOTIVO = SPACES
                       DISPLAY 'MOTIVO OBRIGATORIO. NADA FEITO.'
                    ELSE
                       MOVE 'A' TO WRK-SITUACAO-NOVA
                       MOVE 'R' TO WRK-ACAO
                       PERFORM 0600-GRAVAR-SITUACAO
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0500-CAPTURAR-COMPETENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-COMPETENCIA.
           DISPLAY 'COMPETENCIA (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA NOT NUMERIC
                 OR WRK-COMP-ANO < 1900
                 OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
              DISPLAY 'COMPETENCIA INVALIDA. NADA FEITO.'
              MOVE ZEROS TO WRK-COMPETENCIA
           END-IF.
      *----------------------------------------------------------------*
       0600-GRAVAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
      *    WRK-IDX-MOD APONTA O MODULO NA TABELA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-COMPETENCIA             TO PER-COMPETENCIA.
           MOVE WRK-MOD-CODIGO(WRK-IDX-MOD) TO PER-MODULO.
           READ PERIODOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PERIODOS-STATUS = 00
                 AND PER-SITUACAO = WRK-SITUACAO-NOVA
              DISPLAY '  ' WRK-MOD-NOME(WRK-IDX-MOD)
                 ' JA ESTAVA NESSA SITUACAO.'
           ELSE
              MOVE WRK-SITUACAO-NOVA TO PER-SITUACAO
              MOVE WRK-DATA-ATUAL    TO PER-DT-SITUACAO
              MOVE WRK-OPERADOR      TO PER-OPERADOR
              IF PERIODOS-STATUS = 00
                 REWRITE PER-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              ELSE
                 WRITE PER-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
              IF PERIODOS-STATUS = 00
                 PERFORM 0700-REGISTRAR-LOG
                 IF WRK-SITUACAO-NOVA = 'F'
                    DISPLAY '  ' WRK-MOD-NOME(WRK-IDX-MOD) ' FECHADO.'
                 ELSE
                    DISPLAY '  ' WRK-MOD-NOME(WRK-IDX-MOD) ' REABERTO.'
                 END-IF
              ELSE
                 DISPLAY 'ERRO AO GRAVAR PERIODOS.DAT. STATUS: '
                    PERIODOS-STATUS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0700-REGISTRAR-LOG SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-DATA-ATUAL      TO PLG-DATA.
           MOVE WRK-HORA-ATUAL(1:6) TO PLG-HORA.
           MOVE PER-COMPETENCIA     TO PLG-COMPETENCIA.
           MOVE PER-MODULO          TO PLG-MODULO.
           MOVE WRK-ACAO            TO PLG-ACAO.
           MOVE WRK-OPERADOR        TO PLG-OPERADOR.
           MOVE WRK-MOTIVO          TO PLG-MOTIVO.
           WRITE PLG-REG.
      *----------------------------------------------------------------*
       0900-FINALIZAR SECTION.
      *-----------------------
           CLOSE PERIODOS.
           CLOSE PERIODOSLOG.
      *----------------------------------------------------------------*
