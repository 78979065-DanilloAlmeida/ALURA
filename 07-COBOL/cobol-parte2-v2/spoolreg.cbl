      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: GUARDA DE GERACOES DOS RELATORIOS NO SPOOL
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    ROTINA COMUM DOS PROGRAMAS QUE EMITEM RELATORIO, EMPACOTADA
      *    COM LINKAGE COMO O PERVALIDA:
      *       CALL 'SPOOLREG' USING SPL-PARAMETROS
      *    (VER spoolreg-lnk.cpy), LOGO DEPOIS DO CLOSE. O RELATORIO
      *    CONTINUA SAINDO NO NOME FIXO DE SEMPRE (A ULTIMA EMISSAO)
      *    E A ROTINA GUARDA UMA COPIA COMO GERACAO DATADA,
      *    <NOME><AAAAMMDD><HHMMSS>.REL, NO MESMO ESPIRITO DAS
      *    GERACOES DE BACKUP DO UNLOAD, CATALOGADA EM SPOOLCAT.DAT
      *    COM O PROGRAMA, A DATA E HORA, O OPERADOR E O NUMERO DE
      *    PAGINAS. EM SEGUIDA APLICA A RETENCAO: GERACAO MAIS VELHA
      *    QUE OS DIAS DO SEU TIPO EM SPOOLRET.DAT (OU
      *    SPOOL_RETENCAO_DIAS, PADRAO 30, PARA TIPO SEM REGRA) E
      *    MARCADA EXPIRADA NO CATALOGO E O ARQUIVO E APAGADO, COMO
      *    BACKUP_RETENCAO_DIAS FAZ COM OS BACKUPS. FALHA AQUI NAO
      *    DERRUBA QUEM CHAMOU: O RELATORIO FIXO JA ESTA GRAVADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. SPOOLREG.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT ORIGEM ASSIGN TO WRK-ORIGEM-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ORIGEM-STATUS.

           SELECT GERACAO ASSIGN TO WRK-GERACAO-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GERACAO-STATUS.

           SELECT CATALOGO ASSIGN TO 'SPOOLCAT.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CATALOGO-STATUS.

           SELECT CATALOGO-TMP ASSIGN TO 'SPOOLCAT.TMP'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CATALOGO-TMP-STATUS.

           SELECT SPOOLRET ASSIGN TO WRK-SPOOLRET-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SPOOLRET-STATUS
              RECORD KEY SPR-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD ORIGEM.
       01 REG-ORIGEM              PIC X(250).
      *-------------
       FD GERACAO.
       01 REG-GERACAO             PIC X(250).
      *-------------
       FD CATALOGO.
       COPY 'spoolcat-reg.cpy'.
      *-------------
       FD CATALOGO-TMP.
       01 TMP-REG                 PIC X(122).
      *-------------
       FD SPOOLRET.
       COPY 'spoolret-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'spoolret-cfg.cpy'.
       77 ORIGEM-STATUS        PIC   9(02).
       77 GERACAO-STATUS       PIC   9(02).
       77 CATALOGO-STATUS      PIC   9(02).
       77 CATALOGO-TMP-STATUS  PIC   9(02).
       77 SPOOLRET-STATUS      PIC   9(02).
       77 WRK-ORIGEM-PATH      PIC   X(100).
       77 WRK-GERACAO-PATH     PIC   X(100).
       77 WRK-PREFIXO          PIC   X(20).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-QTD-LINHAS       PIC   9(07).
       77 WRK-QTD-PAGINAS      PIC   9(05).
      *    FORMULARIO CONTINUO PADRAO: 66 LINHAS POR PAGINA.
       77 WRK-LINHAS-PAGINA    PIC   9(03) VALUE 66.
       77 WRK-RETENCAO-ENV     PIC   X(03) VALUE SPACES.
       77 WRK-RETENCAO-PADRAO  PIC   9(03) VALUE 30.
       77 WRK-RETENCAO-DIAS    PIC   9(03).
       77 WRK-RET-ABERTO       PIC   X(01) VALUE 'N'.
       77 WRK-CORTE-INT        PIC   9(08).
       77 WRK-DATA-CORTE       PIC   9(08).
       77 WRK-DELETE-PATH      PIC   X(100).
       77 WRK-DELETE-STATUS    PIC   9(02) COMP.
       77 WRK-QTD-EXPIRADAS    PIC   9(04).
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *------------------------
       LINKAGE SECTION.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING SPL-PARAMETROS.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           MOVE 'N'    TO SPL-RETORNO.
           MOVE SPACES TO SPL-GERACAO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.
           ACCEPT WRK-SPOOLRET-PATH FROM ENVIRONMENT 'SPOOLRET_DAT'.
           IF WRK-SPOOLRET-PATH = SPACES
              MOVE WRK-SPOOLRET-PATH-PADRAO TO WRK-SPOOLRET-PATH
           END-IF.

           IF SPL-RELATORIO NOT = SPACES
              PERFORM 0100-GUARDAR-GERACAO
           END-IF.
           PERFORM 0300-APLICAR-RETENCAO.
           GOBACK.
      *----------------------------------------------------------------*
       0100-GUARDAR-GERACAO SECTION.
      *----------------------------------------------------------------*
           MOVE SPL-RELATORIO TO WRK-ORIGEM-PATH.
           OPEN INPUT ORIGEM.
           IF ORIGEM-STATUS NOT = 00
              DISPLAY 'SPOOLREG: ' SPL-RELATORIO
                 ' INDISPONIVEL. STATUS: ' ORIGEM-STATUS
           ELSE
              MOVE SPACES TO WRK-PREFIXO WRK-GERACAO-PATH
              UNSTRING SPL-RELATORIO DELIMITED BY '.'
                 INTO WRK-PREFIXO
              STRING WRK-PREFIXO         DELIMITED BY SPACE
                     WRK-DATA-ATUAL      DELIMITED BY SIZE
                     WRK-HORA-ATUAL(1:6) DELIMITED BY SIZE
                     '.REL'              DELIMITED BY SIZE
                 INTO WRK-GERACAO-PATH
              OPEN OUTPUT GERACAO
              IF GERACAO-STATUS NOT = 00
                 DISPLAY 'SPOOLREG: ERRO AO GRAVAR '
                    WRK-GERACAO-PATH ' STATUS: ' GERACAO-STATUS
                 CLOSE ORIGEM
              ELSE
                 PERFORM 0110-COPIAR-LINHAS
                 CLOSE ORIGEM
                 CLOSE GERACAO
                 PERFORM 0200-CATALOGAR
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0110-COPIAR-LINHAS SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ ORIGEM
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    WRITE REG-GERACAO FROM REG-ORIGEM
                    ADD 1 TO WRK-QTD-LINHAS
              END-READ
           END-PERFORM.
           COMPUTE WRK-QTD-PAGINAS =
              (WRK-QTD-LINHAS + WRK-LINHAS-PAGINA - 1)
              / WRK-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       0200-CATALOGAR SECTION.
      *----------------------------------------------------------------*
           OPEN EXTEND CATALOGO.
           IF CATALOGO-STATUS = 35
              OPEN OUTPUT CATALOGO
           END-IF.
           MOVE SPACES              TO SPC-REG.
           MOVE WRK-DATA-ATUAL      TO SPC-DATA.
           MOVE WRK-HORA-ATUAL(1:6) TO SPC-HORA.
           MOVE SPL-PROGRAMA        TO SPC-PROGRAMA.
           MOVE WRK-OPERADOR        TO SPC-OPERADOR.
           MOVE WRK-QTD-PAGINAS     TO SPC-PAGINAS.
           MOVE WRK-QTD-LINHAS      TO SPC-LINHAS.
           MOVE SPL-RELATORIO       TO SPC-RELATORIO.
           MOVE WRK-GERACAO-PATH    TO SPC-ARQUIVO.
           MOVE 'OK'                TO SPC-STATUS.
           WRITE SPC-REG.
           CLOSE CATALOGO.
           MOVE WRK-GERACAO-PATH    TO SPL-GERACAO.
           MOVE 'S'                 TO SPL-RETORNO.
      *----------------------------------------------------------------*
       0300-APLICAR-RETENCAO SECTION.
      *----------------------------------------------------------------*
      *    O CATALOGO E REGRAVADO VIA TEMPORARIO, COMO NO UNLOAD, SO
      *    QUANDO ALGUMA GERACAO EXPIROU NESTA PASSADA.
      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'SPOOL_RETENCAO_DIAS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-RETENCAO-PADRAO
           END-IF.
           ACCEPT WRK-RETENCAO-ENV FROM ENVIRONMENT
              'SPOOL_RETENCAO_DIAS'.
           IF WRK-RETENCAO-ENV NOT = SPACES
              MOVE WRK-RETENCAO-ENV TO WRK-RETENCAO-PADRAO
           END-IF.
           OPEN INPUT SPOOLRET.
           IF SPOOLRET-STATUS = 00
              MOVE 'S' TO WRK-RET-ABERTO
           END-IF.

           MOVE ZEROS TO WRK-QTD-EXPIRADAS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           OPEN INPUT CATALOGO.
           IF CATALOGO-STATUS = 00
              OPEN OUTPUT CATALOGO-TMP
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CATALOGO
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF SPC-STATUS = 'OK'
                          PERFORM 0310-CONFERIR-VALIDADE
                       END-IF
                       WRITE TMP-REG FROM SPC-REG
                 END-READ
              END-PERFORM
              CLOSE CATALOGO
              CLOSE CATALOGO-TMP

              IF WRK-QTD-EXPIRADAS > ZEROS
                 MOVE 'N' TO WRK-FIM-ARQUIVO
                 OPEN INPUT CATALOGO-TMP
                 OPEN OUTPUT CATALOGO
                 PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                    READ CATALOGO-TMP
                       AT END
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                          WRITE SPC-REG FROM TMP-REG
                    END-READ
                 END-PERFORM
                 CLOSE CATALOGO-TMP
                 CLOSE CATALOGO
              END-IF
           END-IF.

           IF WRK-RET-ABERTO = 'S'
              CLOSE SPOOLRET
              MOVE 'N' TO WRK-RET-ABERTO
           END-IF.
      *----------------------------------------------------------------*
       0310-CONFERIR-VALIDADE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-RETENCAO-PADRAO TO WRK-RETENCAO-DIAS.
           IF WRK-RET-ABERTO = 'S'
              MOVE SPC-RELATORIO TO SPR-RELATORIO
              READ SPOOLRET
                 INVALID KEY
                    CONTINUE
              END-READ
              IF SPOOLRET-STATUS = 00
                 MOVE SPR-DIAS TO WRK-RETENCAO-DIAS
              END-IF
           END-IF.
           IF WRK-RETENCAO-DIAS > ZEROS
              COMPUTE WRK-CORTE-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL)
                 - WRK-RETENCAO-DIAS
              COMPUTE WRK-DATA-CORTE =
                 FUNCTION DATE-OF-INTEGER(WRK-CORTE-INT)
              IF SPC-DATA < WRK-DATA-CORTE
                 MOVE 'EXPIRADO'  TO SPC-STATUS
                 MOVE SPC-ARQUIVO TO WRK-DELETE-PATH
                 CALL 'CBL_DELETE_FILE'
                    USING WRK-DELETE-PATH
                    RETURNING WRK-DELETE-STATUS
                 ADD 1 TO WRK-QTD-EXPIRADAS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
