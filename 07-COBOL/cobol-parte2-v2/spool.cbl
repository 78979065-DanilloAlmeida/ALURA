      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CONSULTA E REIMPRESSAO DOS RELATORIOS EMITIDOS
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    NAVEGA NO CATALOGO DO SPOOL (SPOOLCAT.DAT, GRAVADO PELO
      *    SPOOLREG A CADA RELATORIO EMITIDO): LISTA AS GERACOES POR
      *    PROGRAMA E FAIXA DE DATAS, MOSTRA NA TELA OU REIMPRIME UMA
      *    GERACAO ESCOLHIDA DA LISTA (A COPIA SAI EM
      *    REIMPRESSAO.REL, SEM TOCAR NO RELATORIO FIXO DA ULTIMA
      *    EMISSAO). O OPERADOR ADMINISTRADOR (OPER-ADMIN = 'S', COMO
      *    NO PERIODOS) MANTEM A RETENCAO EM DIAS DE CADA TIPO DE
      *    RELATORIO EM SPOOLRET.DAT; O EXPURGO APLICA A RETENCAO NA
      *    HORA, PELO PROPRIO SPOOLREG. CHAMADO PELA OPCAO B DO MENU
      *    PRINCIPAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. SPOOL.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT CATALOGO ASSIGN TO 'SPOOLCAT.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CATALOGO-STATUS.

           SELECT GERACAO ASSIGN TO WRK-GERACAO-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GERACAO-STATUS.

           SELECT REIMPRESSAO ASSIGN TO 'REIMPRESSAO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REIMPRESSAO-STATUS.

           SELECT SPOOLRET ASSIGN TO WRK-SPOOLRET-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SPOOLRET-STATUS
              RECORD KEY SPR-CHAVE.

           SELECT OPERADORES ASSIGN TO WRK-OPERADORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OPERADORES-STATUS
              RECORD KEY OPER-CODIGO.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD CATALOGO.
       COPY 'spoolcat-reg.cpy'.
      *-------------
       FD GERACAO.
       01 REG-GERACAO             PIC X(132).
      *-------------
       FD REIMPRESSAO.
       01 REG-REIMPRESSAO         PIC X(132).
      *-------------
       FD SPOOLRET.
       COPY 'spoolret-reg.cpy'.
      *-------------
       FD OPERADORES.
       COPY 'operadores-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'spoolret-cfg.cpy'.
       COPY 'operadores-cfg.cpy'.
       COPY 'spoolreg-lnk.cpy'.
       77 CATALOGO-STATUS      PIC   9(02).
       77 GERACAO-STATUS       PIC   9(02).
       77 REIMPRESSAO-STATUS   PIC   9(02).
       77 SPOOLRET-STATUS      PIC   9(02).
       77 OPERADORES-STATUS    PIC   9(02).
       77 WRK-GERACAO-PATH     PIC   X(100).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-ADMIN-OK         PIC   X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC   X(01) VALUE SPACES.
       77 WRK-TECLA            PIC   X(01).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-FILTRO-PROGRAMA  PIC   X(12).
       77 WRK-FILTRO-INICIO    PIC   9(08).
       77 WRK-FILTRO-FIM       PIC   9(08).
       77 WRK-ESCOLHA          PIC   9(03).
       77 WRK-IDX              PIC   9(03).
       77 WRK-QTD-NA-TELA      PIC   9(02).
       77 WRK-QTD-LINHAS       PIC   9(07).
       77 WRK-QTD-FORA         PIC   9(06).
       77 WRK-RET-RELATORIO    PIC   X(20).
       77 WRK-RET-DIAS         PIC   9(03).
      *    LINHAS POR TELA NA LISTA E NA VISUALIZACAO.
       77 WRK-LINHAS-TELA      PIC   9(02) VALUE 20.

      *    ULTIMA LISTA MOSTRADA (ATE 200 GERACOES, AS MAIS ANTIGAS
      *    PRIMEIRO, NA ORDEM DO CATALOGO); A VISUALIZACAO E A
      *    REIMPRESSAO ESCOLHEM PELO NUMERO DA LISTA.
       77 WRK-QTD-LISTA        PIC   9(03) VALUE 0.
       01 WRK-TABELA-LISTA.
          05 WRK-LST OCCURS 200 TIMES.
             10 WRK-LST-ARQUIVO   PIC X(40).
             10 WRK-LST-STATUS    PIC X(08).

       01 WRK-TELA-LINHA.
          05 WRK-TL-NUMERO     PIC ZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WRK-TL-DATA       PIC 9(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WRK-TL-HORA       PIC 9(06).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WRK-TL-PROGRAMA   PIC X(12).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WRK-TL-OPERADOR   PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WRK-TL-PAGINAS    PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WRK-TL-ARQUIVO    PIC X(26).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WRK-TL-STATUS     PIC X(08).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM UNTIL WRK-OPCAO = 'X'
              DISPLAY ' '
              DISPLAY '### RELATORIOS EMITIDOS (SPOOL) ###'
              DISPLAY '1 - CONSULTAR GERACOES'
              DISPLAY '2 - VISUALIZAR UMA GERACAO DA LISTA'
              DISPLAY '3 - REIMPRIMIR UMA GERACAO DA LISTA'
              DISPLAY '4 - RETENCAO POR TIPO DE RELATORIO'
              DISPLAY '5 - EXPURGAR GERACOES VENCIDAS'
              DISPLAY 'X - SAIR'
              DISPLAY 'OPCAO..: ' WITH NO ADVANCING
              ACCEPT WRK-OPCAO FROM CONSOLE
              INSPECT WRK-OPCAO CONVERTING 'x' TO 'X'
              EVALUATE WRK-OPCAO
                 WHEN '1'
                    PERFORM 0200-CONSULTAR
                 WHEN '2'
                    PERFORM 0300-VISUALIZAR
                 WHEN '3'
                    PERFORM 0400-REIMPRIMIR
                 WHEN '4'
                    PERFORM 0500-MANTER-RETENCAO
                 WHEN '5'
                    PERFORM 0600-EXPURGAR
                 WHEN 'X'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
              END-EVALUATE
           END-PERFORM.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           MOVE SPACES TO WRK-OPCAO.
           MOVE ZEROS  TO WRK-QTD-LISTA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.
           ACCEPT WRK-SPOOLRET-PATH FROM ENVIRONMENT 'SPOOLRET_DAT'.
           IF WRK-SPOOLRET-PATH = SPACES
              MOVE WRK-SPOOLRET-PATH-PADRAO TO WRK-SPOOLRET-PATH
           END-IF.

      *    SO O ADMINISTRADOR MEXE NA RETENCAO.
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
       0200-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'PROGRAMA (EM BRANCO = TODOS): ' WITH NO ADVANCING.
           MOVE SPACES TO WRK-FILTRO-PROGRAMA.
           ACCEPT WRK-FILTRO-PROGRAMA FROM CONSOLE.
           INSPECT WRK-FILTRO-PROGRAMA CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE): '
              WITH NO ADVANCING.
           ACCEPT WRK-FILTRO-INICIO FROM CONSOLE.
           DISPLAY 'DATA FINAL   (AAAAMMDD, 0 = HOJE): '
              WITH NO ADVANCING.
           ACCEPT WRK-FILTRO-FIM FROM CONSOLE.
           IF WRK-FILTRO-FIM = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-FILTRO-FIM
           END-IF.

           MOVE ZEROS TO WRK-QTD-LISTA WRK-QTD-FORA WRK-QTD-NA-TELA.
           MOVE SPACES TO WRK-TECLA.
           OPEN INPUT CATALOGO.
           IF CATALOGO-STATUS NOT = 00
              DISPLAY 'NENHUM RELATORIO CATALOGADO AINDA.'
           ELSE
              DISPLAY 'NUM DATA     HORA   PROGRAMA     OPERADOR '
                 'PAGS. ARQUIVO                    STATUS'
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CATALOGO
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       PERFORM 0210-FILTRAR-GERACAO
                 END-READ
              END-PERFORM
              CLOSE CATALOGO
              IF WRK-QTD-LISTA = ZEROS
                 DISPLAY 'NENHUMA GERACAO NO FILTRO INFORMADO.'
              END-IF
              IF WRK-QTD-FORA > ZEROS
                 DISPLAY WRK-QTD-FORA ' GERACOES ALEM DE 200 FICARAM '
                    'FORA DA LISTA. ESTREITE O FILTRO.'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0210-FILTRAR-GERACAO SECTION.
      *----------------------------------------------------------------*
           IF (WRK-FILTRO-PROGRAMA = SPACES
                 OR SPC-PROGRAMA = WRK-FILTRO-PROGRAMA)
                 AND SPC-DATA >= WRK-FILTRO-INICIO
                 AND SPC-DATA <= WRK-FILTRO-FIM
              IF WRK-QTD-LISTA < 200
                 ADD 1 TO WRK-QTD-LISTA
                 MOVE SPC-ARQUIVO TO WRK-LST-ARQUIVO(WRK-QTD-LISTA)
                 MOVE SPC-STATUS  TO WRK-LST-STATUS(WRK-QTD-LISTA)
                 MOVE WRK-QTD-LISTA TO WRK-TL-NUMERO
                 MOVE SPC-DATA      TO WRK-TL-DATA
                 MOVE SPC-HORA      TO WRK-TL-HORA
                 MOVE SPC-PROGRAMA  TO WRK-TL-PROGRAMA
                 MOVE SPC-OPERADOR  TO WRK-TL-OPERADOR
                 MOVE SPC-PAGINAS   TO WRK-TL-PAGINAS
                 MOVE SPC-ARQUIVO   TO WRK-TL-ARQUIVO
                 MOVE SPC-STATUS    TO WRK-TL-STATUS
                 IF WRK-TECLA NOT = 'F'
                    DISPLAY WRK-TELA-LINHA
                    PERFORM 0900-PAUSAR
                 END-IF
              ELSE
                 ADD 1 TO WRK-QTD-FORA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0300-VISUALIZAR SECTION.
      *----------------------------------------------------------------*
           PERFORM 0700-ESCOLHER-GERACAO.
           IF WRK-ESCOLHA > ZEROS
              OPEN INPUT GERACAO
              IF GERACAO-STATUS NOT = 00
                 DISPLAY 'GERACAO INDISPONIVEL. STATUS: '
                    GERACAO-STATUS
              ELSE
                 MOVE ZEROS  TO WRK-QTD-NA-TELA
                 MOVE SPACES TO WRK-TECLA
                 MOVE 'N'    TO WRK-FIM-ARQUIVO
                 PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                    READ GERACAO
                       AT END
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                          DISPLAY REG-GERACAO
                          PERFORM 0900-PAUSAR
                          IF WRK-TECLA = 'F'
                             MOVE 'S' TO WRK-FIM-ARQUIVO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE GERACAO
                 DISPLAY '*** FIM DA GERACAO ***'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0400-REIMPRIMIR SECTION.
      *----------------------------------------------------------------*
           PERFORM 0700-ESCOLHER-GERACAO.
           IF WRK-ESCOLHA > ZEROS
              OPEN INPUT GERACAO
              IF GERACAO-STATUS NOT = 00
                 DISPLAY 'GERACAO INDISPONIVEL. STATUS: '
                    GERACAO-STATUS
              ELSE
                 OPEN OUTPUT REIMPRESSAO
                 MOVE ZEROS TO WRK-QTD-LINHAS
                 MOVE 'N'   TO WRK-FIM-ARQUIVO
                 PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                    READ GERACAO
                       AT END
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                          WRITE REG-REIMPRESSAO FROM REG-GERACAO
                          ADD 1 TO WRK-QTD-LINHAS
                    END-READ
                 END-PERFORM
                 CLOSE GERACAO
                 CLOSE REIMPRESSAO
                 DISPLAY WRK-GERACAO-PATH
                 DISPLAY 'COPIADA PARA REIMPRESSAO.REL. LINHAS: '
                    WRK-QTD-LINHAS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0500-MANTER-RETENCAO SECTION.
      *----------------------------------------------------------------*
      *    LISTA AS REGRAS ATUAIS E GRAVA A NOVA. O TIPO E O NOME FIXO
      *    DO RELATORIO (EX.: FATURA.REL); ZERO DIAS GUARDA PARA
      *    SEMPRE.
           IF WRK-ADMIN-OK NOT = 'S'
              DISPLAY 'RETENCAO SO PODE SER ALTERADA POR OPERADOR '
                 'ADMINISTRADOR.'
           ELSE
              OPEN I-O SPOOLRET
              IF SPOOLRET-STATUS = 35
                 OPEN OUTPUT SPOOLRET
                 CLOSE SPOOLRET
                 OPEN I-O SPOOLRET
              END-IF
              IF SPOOLRET-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR SPOOLRET.DAT. STATUS: '
                    SPOOLRET-STATUS
              ELSE
                 PERFORM 0510-LISTAR-REGRAS
                 PERFORM 0520-GRAVAR-REGRA
                 CLOSE SPOOLRET
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0510-LISTAR-REGRAS SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'RETENCAO PADRAO (TIPO SEM REGRA): '
              'SPOOL_RETENCAO_DIAS, OU 30 DIAS'.
           MOVE LOW-VALUES TO SPR-RELATORIO.
           START SPOOLRET KEY IS NOT LESS THAN SPR-CHAVE
              INVALID KEY
                 CONTINUE
           END-START.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF SPOOLRET-STATUS NOT = 00
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ SPOOLRET NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 NOT AT END
                    DISPLAY '  ' SPR-RELATORIO ' ' SPR-DIAS
                       ' DIAS  (' SPR-OPERADOR ' EM '
                       SPR-DT-ALTERACAO ')'
              END-READ
           END-PERFORM.
      *----------------------------------------------------------------*
       0520-GRAVAR-REGRA SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'RELATORIO (EX.: FATURA.REL; BRANCO = VOLTAR): '
              WITH NO ADVANCING.
           MOVE SPACES TO WRK-RET-RELATORIO.
           ACCEPT WRK-RET-RELATORIO FROM CONSOLE.
           INSPECT WRK-RET-RELATORIO CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WRK-RET-RELATORIO NOT = SPACES
              DISPLAY 'DIAS DE RETENCAO (0 = GUARDAR SEMPRE): '
                 WITH NO ADVANCING
              ACCEPT WRK-RET-DIAS FROM CONSOLE
              MOVE WRK-RET-RELATORIO TO SPR-RELATORIO
              READ SPOOLRET
                 INVALID KEY
                    CONTINUE
              END-READ
              MOVE WRK-RET-DIAS   TO SPR-DIAS
              MOVE WRK-DATA-ATUAL TO SPR-DT-ALTERACAO
              MOVE WRK-OPERADOR   TO SPR-OPERADOR
              IF SPOOLRET-STATUS = 00
                 REWRITE SPR-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              ELSE
                 MOVE WRK-RET-RELATORIO TO SPR-RELATORIO
                 WRITE SPR-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
              IF SPOOLRET-STATUS = 00
                 DISPLAY 'RETENCAO GRAVADA. VALE NO PROXIMO EXPURGO.'
              ELSE
                 DISPLAY 'ERRO AO GRAVAR. STATUS: ' SPOOLRET-STATUS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0600-EXPURGAR SECTION.
      *----------------------------------------------------------------*
      *    A MESMA RETENCAO QUE RODA A CADA RELATORIO EMITIDO, SEM
      *    GUARDAR GERACAO NOVA (RELATORIO EM BRANCO).
           MOVE 'SPOOL' TO SPL-PROGRAMA.
           MOVE SPACES  TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           MOVE ZEROS TO WRK-QTD-LISTA.
           DISPLAY 'RETENCAO APLICADA. CONSULTE DE NOVO PARA VER AS '
              'GERACOES EXPIRADAS.'.
      *----------------------------------------------------------------*
       0700-ESCOLHER-GERACAO SECTION.
      *----------------------------------------------------------------*
      *    DEVOLVE WRK-ESCOLHA > 0 E WRK-GERACAO-PATH PREENCHIDO
      *    QUANDO O NUMERO ESCOLHIDO E UMA GERACAO AINDA GUARDADA.
           MOVE ZEROS TO WRK-ESCOLHA.
           IF WRK-QTD-LISTA = ZEROS
              DISPLAY 'CONSULTE AS GERACOES (OPCAO 1) ANTES.'
           ELSE
              DISPLAY 'NUMERO DA GERACAO NA LISTA: ' WITH NO ADVANCING
              ACCEPT WRK-ESCOLHA FROM CONSOLE
              EVALUATE TRUE
                 WHEN WRK-ESCOLHA = ZEROS
                       OR WRK-ESCOLHA > WRK-QTD-LISTA
                    DISPLAY 'NUMERO FORA DA LISTA!'
                    MOVE ZEROS TO WRK-ESCOLHA
                 WHEN WRK-LST-STATUS(WRK-ESCOLHA) NOT = 'OK'
                    DISPLAY 'GERACAO EXPIRADA: ARQUIVO JA APAGADO.'
                    MOVE ZEROS TO WRK-ESCOLHA
                 WHEN OTHER
                    MOVE WRK-LST-ARQUIVO(WRK-ESCOLHA)
                       TO WRK-GERACAO-PATH
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       0900-PAUSAR SECTION.
      *----------------------------------------------------------------*
      *    A CADA TELA CHEIA ESPERA O ENTER; 'F' ENCERRA A LISTAGEM.
           ADD 1 TO WRK-QTD-NA-TELA.
           IF WRK-QTD-NA-TELA >= WRK-LINHAS-TELA
              MOVE ZEROS TO WRK-QTD-NA-TELA
              DISPLAY '-- ENTER CONTINUA, F ENCERRA -- '
                 WITH NO ADVANCING
              MOVE SPACES TO WRK-TECLA
              ACCEPT WRK-TECLA FROM CONSOLE
              INSPECT WRK-TECLA CONVERTING 'f' TO 'F'
           END-IF.
      *----------------------------------------------------------------*
