              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OPERADORES-STATUS
              RECORD KEY OPER-CHAVE.

           SELECT EXCECOES ASSIGN TO WRK-EXCECOES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS EXCECOES-STATUS
              RECORD KEY EXC-CHAVE
              ALTERNATE RECORD KEY EXC-ORIGEM WITH DUPLICATES.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
      *-------------
       FD OPERADORES.
       COPY 'operadores-reg.cpy'.
      *-------------
       FD EXCECOES.
       COPY 'excecoes-reg.cpy'.
      *-------------
      *    REGISTRO DE TENTATIVAS DE ACESSO NEGADAS PELO PERFIL DO
      *    OPERADOR, PARA AUDITORIA.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY 'operadores-cfg.cpy'.
       COPY 'excecoes-cfg.cpy'.
       77 OPERADORES-STATUS    PIC 9(02) VALUE ZEROS.
       77 EXCECOES-STATUS      PIC 9(02) VALUE ZEROS.
      *    PENDENCIAS CRITICAS EM ABERTO MOSTRADAS NO SIGN-ON: AS
      *    PRIMEIRAS 5 SAEM LISTADAS, AS DEMAIS SO CONTADAS.
       77 WRK-EXC-FIM          PIC X(01) VALUE 'N'.
       77 WRK-EXC-CRITICAS     PIC 9(05) VALUE ZEROS.
       77 WRK-EXC-LISTAR       PIC 9(01) VALUE 5.
       77 WRK-OPCAO            PIC X(01) VALUE SPACES.
       77 WRK-CODIGO-INF       PIC X(08) VALUE SPACES.
       77 WRK-SENHA-INF        PIC X(08) VALUE SPACES.
       77 WRK-NOVA-SENHA       PIC X(08) VALUE SPACES.
       77 WRK-NOVA-SENHA2      PIC X(08) VALUE SPACES.
       77 WRK-SENHA-OK         PIC X(01) VALUE 'N'.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *       ABRIR E FECHAR CADA SESSAO.
              MOVE 'I' TO WRK-ACS-TIPO.
              PERFORM 0260-REGISTRAR-SESSAO.
              PERFORM 0070-AVISAR-PENDENCIAS.
              PERFORM UNTIL WRK-OPCAO = 'X' OR WRK-OPCAO = 'x'
                 PERFORM 0100-EXIBIR-MENU
                 PERFORM 0200-PROCESSAR
              MOVE 'S' TO WRK-LOGADO
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'SENHA_VALIDADE_DIAS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-VALIDADE-DIAS
           END-IF.
           ACCEPT WRK-VALIDADE-ENV FROM ENVIRONMENT
              'SENHA_VALIDADE_DIAS'.
           IF WRK-VALIDADE-ENV NOT = SPACES
           MOVE WRK-DATA-HOJE   TO OPER-DT-SENHA.
           DISPLAY 'SENHA TROCADA COM SUCESSO.'.
           0058-CAPTAR-NOVA-SENHA-FIM.
      *----------------------------------------------------------------*
           0070-AVISAR-PENDENCIAS.
      *    PENDENCIAS CRITICAS AINDA NAO ENCERRADAS NA FILA DE
      *    EXCECOES (ALIMENTADA PELOS PASSOS BATCH) SAO MOSTRADAS LOGO
      *    NA ENTRADA; O TRATAMENTO E NA OPCAO D. SEM EXCECOES.DAT,
      *    NADA A AVISAR.
           ACCEPT WRK-EXCECOES-PATH FROM ENVIRONMENT 'EXCECOES_DAT'.
           IF WRK-EXCECOES-PATH = SPACES
              MOVE WRK-EXCECOES-PATH-PADRAO TO WRK-EXCECOES-PATH
           END-IF.
           MOVE ZEROS TO WRK-EXC-CRITICAS.
           OPEN INPUT EXCECOES.
           IF EXCECOES-STATUS = '00'
              MOVE ZEROS TO EXC-NUMERO
              MOVE 'N'   TO WRK-EXC-FIM
              START EXCECOES KEY IS NOT LESS THAN EXC-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-EXC-FIM
              END-START
              PERFORM UNTIL WRK-EXC-FIM = 'S'
                 READ EXCECOES NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-EXC-FIM
                 END-READ
                 IF WRK-EXC-FIM NOT = 'S'
                       AND EXCECOES-STATUS NOT = '00'
                    MOVE 'S' TO WRK-EXC-FIM
                 END-IF
                 IF WRK-EXC-FIM NOT = 'S'
                       AND EXC-SITUACAO NOT = 'F'
                       AND EXC-SEVERIDADE = 'C'
                    ADD 1 TO WRK-EXC-CRITICAS
                    IF WRK-EXC-CRITICAS = 1
                       DISPLAY ' '
                       DISPLAY '*** PENDENCIAS CRITICAS EM ABERTO ***'
                    END-IF
                    IF WRK-EXC-CRITICAS <= WRK-EXC-LISTAR
                       DISPLAY EXC-NUMERO ' ' EXC-AREA ' '
                          EXC-MENSAGEM(1:50)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EXCECOES
           END-IF.
           IF WRK-EXC-CRITICAS > ZEROS
              DISPLAY 'TOTAL DE CRITICAS: ' WRK-EXC-CRITICAS
                 ' - TRATAR NA OPCAO D (PENDENCIAS).'
           END-IF.
           0070-AVISAR-PENDENCIAS-FIM.
      *----------------------------------------------------------------*
           0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '7 - OPERADORES'.
           DISPLAY '8 - PAINEL GERENCIAL'.
           DISPLAY '9 - TROCAR MINHA SENHA'.
           DISPLAY 'A - SAC (CHAMADOS DE CLIENTES)'.
           DISPLAY 'B - RELATORIOS EMITIDOS (SPOOL)'.
           DISPLAY 'C - PARAMETROS DE NEGOCIO'.
           DISPLAY 'D - PENDENCIAS (EXCECOES DO BATCH)'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO..: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
      *    ANTES DE CHAMAR O PROGRAMA, CONFERE SE O PERFIL DO
      *    OPERADOR LIBERA A OPCAO; NEGATIVA E MOSTRADA E REGISTRADA
      *    EM ACESSOS.LOG.
      *    A TROCA DA PROPRIA SENHA (OPCAO 9) NAO DEPENDE DE PERFIL;
      *    A POSICAO 9 DO PERFIL, LIVRE POR ISSO, LIBERA O SAC (A).
      *    O SPOOL (B) SEGUE A POSICAO 8, A DO PAINEL GERENCIAL:
      *    QUEM VE O PAINEL VE OS RELATORIOS EMITIDOS.
      *    OS PARAMETROS (C) SEGUEM A POSICAO 7, A DOS OPERADORES; O
      *    PROPRIO PROGRAMA AINDA EXIGE O PERFIL DE ADMINISTRADOR.
      *    AS PENDENCIAS (D) SEGUEM A POSICAO 9, A DO SAC: SAO FILA
      *    DE TRABALHO DO ATENDIMENTO E DA OPERACAO, COMO OS
      *    CHAMADOS.
           MOVE 'S' TO WRK-AUT-OK.
           IF WRK-OPCAO >= '1' AND WRK-OPCAO <= '8'
              MOVE WRK-OPCAO TO WRK-AUT-IDX
                 MOVE 'N' TO WRK-AUT-OK
              END-IF
           END-IF.
           IF WRK-OPCAO = 'A' OR WRK-OPCAO = 'a'
              IF WRK-AUT-MENU(9:1) NOT = 'S'
                 MOVE 'N' TO WRK-AUT-OK
              END-IF
           END-IF.
           IF WRK-OPCAO = 'B' OR WRK-OPCAO = 'b'
              IF WRK-AUT-MENU(8:1) NOT = 'S'
                 MOVE 'N' TO WRK-AUT-OK
              END-IF
           END-IF.
           IF WRK-OPCAO = 'C' OR WRK-OPCAO = 'c'
              IF WRK-AUT-MENU(7:1) NOT = 'S'
                 MOVE 'N' TO WRK-AUT-OK
              END-IF
           END-IF.
           IF WRK-OPCAO = 'D' OR WRK-OPCAO = 'd'
              IF WRK-AUT-MENU(9:1) NOT = 'S'
                 MOVE 'N' TO WRK-AUT-OK
              END-IF
           END-IF.
           IF WRK-AUT-OK = 'N'
              DISPLAY 'ACESSO NEGADO PARA ESTA OPCAO!'
              PERFORM 0250-REGISTRAR-NEGADO
                 CALL 'PAINEL'
              WHEN '9'
                 PERFORM 0300-TROCAR-SENHA
              WHEN 'A'
              WHEN 'a'
                 CALL 'SAC'
              WHEN 'B'
              WHEN 'b'
                 CALL 'SPOOL'
              WHEN 'C'
              WHEN 'c'
                 CALL 'PARAMETROS'
              WHEN 'D'
              WHEN 'd'
                 CALL 'EXCECOES'
              WHEN 'X'
              WHEN 'x'
                 CONTINUE
