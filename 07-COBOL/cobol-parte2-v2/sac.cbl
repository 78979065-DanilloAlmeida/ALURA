      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CHAMADOS DO SAC (ATENDIMENTO AO CLIENTE)
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    AS RECLAMACOES (ATRASO, ITEM ERRADO, DEFEITO, ERRO DE
      *    COBRANCA) PASSAM A SER REGISTRADAS EM SAC.DAT EM VEZ DE
      *    PAPEL: CADA CHAMADO E LIGADO AO FONE DO CLIENTE E, QUANDO
      *    HOUVER, AO PEDIDO E AO PRODUTO, COM O OPERADOR RESPONSAVEL
      *    E AS DATAS DE ABERTURA, DA ULTIMA MUDANCA DE SITUACAO E DA
      *    RESOLUCAO. A NUMERACAO VEM DO REGISTRO DE CONTROLE SAC.CTL,
      *    NO MOLDE DO COTACAO.CTL. CHAMADO NAO SE EXCLUI: SE ENCERRA
      *    COMO RESOLVIDO. A FILA POR IDADE E O RESUMO MENSAL FICAM
      *    NO SACREL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. SAC.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT SAC ASSIGN TO WRK-SAC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SAC-STATUS
              RECORD KEY SAC-CHAVE
              ALTERNATE RECORD KEY SAC-FONE WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CLIENTES-STATUS
              RECORD KEY CLIENTES-CHAVE
              ALTERNATE RECORD KEY CLIENTES-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CLIENTES-CPF.

           SELECT PEDIDOS ASSIGN TO WRK-PEDIDOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PEDIDOS-STATUS
              RECORD KEY PEDIDOS-CHAVE
              ALTERNATE RECORD KEY PEDIDOS-FONE-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY PEDIDOS-DATA
                 WITH DUPLICATES.

           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT SACCTL ASSIGN TO 'SAC.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SACCTL-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD SAC.
       COPY 'sac-reg.cpy'.
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
      *-------------
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
      *    REGISTRO DE CONTROLE COM O PROXIMO NUMERO DE CHAMADO, NO
      *    MOLDE DO COTACAO.CTL.
       FD SACCTL.
       01 CTL-REG.
          05 CTL-PROXIMO-NUMERO   PIC 9(07).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'sac-cfg.cpy'.
       COPY 'clientes-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'produtos-cfg.cpy'.
       77 SAC-STATUS           PIC   9(02).
       77 CLIENTES-STATUS      PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PRODUTOS-STATUS      PIC   9(02).
       77 SACCTL-STATUS        PIC   9(02).
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-TECLA            PIC   X(1).
       77 WRK-PROXIMO-NUMERO   PIC   9(07).
       77 WRK-CTL-OK           PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-NOME-CLIENTE     PIC   X(30).
       77 WRK-VALIDO           PIC   X(01).
       77 WRK-SIT-ANTERIOR     PIC   X(01).
      *------------------------
       SCREEN SECTION.
      *------------------------
       01 TELA.
          05 LIMPA-TELA.
             10 BLANK SCREEN.
             10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 2.
             10 LINE 01 COLUMN 25 PIC X(25)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                 FROM 'SAC - ATENDIMENTO'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - ABRIR CHAMADO'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ATUALIZAR SITUACAO'.
             05 LINE 10 COLUMN 15 VALUE 'X - SAIDA'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO..: '.
             05 LINE 13 COLUMN 24 USING WRK-OPCAO.

       01 TELA-INCLUSAO.
             05 LINE 14 COLUMN 15 VALUE 'FONE CLIENTE....: '.
             05 LINE 14 COLUMN 35 PIC 9(09) USING SAC-FONE.
             05 LINE 15 COLUMN 15 VALUE 'PEDIDO (0=NAO)..: '.
             05 LINE 15 COLUMN 35 PIC 9(09) USING SAC-PEDIDO.
             05 LINE 16 COLUMN 15 VALUE 'PRODUTO (0=NAO).: '.
             05 LINE 16 COLUMN 35 PIC 9(06) USING SAC-PRODUTO.
             05 LINE 17 COLUMN 15 VALUE 'TIPO............: '.
             05 LINE 17 COLUMN 35 PIC X(01) USING SAC-TIPO.
             05 LINE 17 COLUMN 38 VALUE
                'A=ATRASO E=ITEM ERRADO D=DEFEITO F=FATURAM. O=OUTROS'.
             05 LINE 18 COLUMN 15 VALUE 'RESPONSAVEL.....: '.
             05 LINE 18 COLUMN 35 PIC X(08) USING SAC-OPERADOR.
             05 LINE 19 COLUMN 15 VALUE 'DESCRICAO:'.
             05 LINE 19 COLUMN 26 PIC X(50) USING SAC-DESCRICAO.

       01 TELA-CONSULTA-CHAVE.
             05 LINE 14 COLUMN 15 VALUE 'NUMERO CHAMADO..: '.
             05 LINE 14 COLUMN 35 PIC 9(07) USING SAC-NUMERO.

       01 TELA-CONSULTA-DADOS.
             05 LINE 15 COLUMN 15 VALUE 'CLIENTE.........: '.
             05 LINE 15 COLUMN 35 PIC 9(09) FROM SAC-FONE.
             05 LINE 15 COLUMN 45 PIC X(30) FROM WRK-NOME-CLIENTE.
             05 LINE 16 COLUMN 15 VALUE 'PEDIDO/PRODUTO..: '.
             05 LINE 16 COLUMN 35 PIC 9(09) FROM SAC-PEDIDO.
             05 LINE 16 COLUMN 45 PIC 9(06) FROM SAC-PRODUTO.
             05 LINE 17 COLUMN 15 VALUE 'TIPO/SITUACAO...: '.
             05 LINE 17 COLUMN 35 PIC X(01) FROM SAC-TIPO.
             05 LINE 17 COLUMN 37 PIC X(01) FROM SAC-SITUACAO.
             05 LINE 17 COLUMN 40 VALUE '(A=ABERTO E=EM ANDAMENTO'.
             05 LINE 17 COLUMN 65 VALUE ' R=RESOLVIDO)'.
             05 LINE 18 COLUMN 15 VALUE 'RESPONSAVEL.....: '.
             05 LINE 18 COLUMN 35 PIC X(08) FROM SAC-OPERADOR.
             05 LINE 19 COLUMN 15 VALUE 'DESCRICAO:'.
             05 LINE 19 COLUMN 26 PIC X(50) FROM SAC-DESCRICAO.
             05 LINE 20 COLUMN 15 VALUE 'ABERTO/SIT/RESOL: '.
             05 LINE 20 COLUMN 35 PIC 9(08) FROM SAC-DT-ABERTURA.
             05 LINE 20 COLUMN 45 PIC 9(08) FROM SAC-DT-SITUACAO.
             05 LINE 20 COLUMN 55 PIC 9(08) FROM SAC-DT-RESOLUCAO.

       01 TELA-ALTERAR-DADOS.
             05 LINE 17 COLUMN 15 VALUE 'NOVA SITUACAO...: '.
             05 LINE 17 COLUMN 35 PIC X(01) USING SAC-SITUACAO.
             05 LINE 18 COLUMN 15 VALUE 'RESPONSAVEL.....: '.
             05 LINE 18 COLUMN 35 PIC X(08) USING SAC-OPERADOR.
             05 LINE 19 COLUMN 15 VALUE 'DESCRICAO:'.
             05 LINE 19 COLUMN 26 PIC X(50) USING SAC-DESCRICAO.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM UNTIL WRK-OPCAO = 'X' OR WRK-OPCAO = 'x'
              DISPLAY TELA
              ACCEPT TELA-MENU
              PERFORM 2000-PROCESSAR
           END-PERFORM.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *---------------------
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-SAC-PATH FROM ENVIRONMENT 'SAC_DAT'.
           IF WRK-SAC-PATH = SPACES
              MOVE WRK-SAC-PATH-PADRAO TO WRK-SAC-PATH
           END-IF.
           ACCEPT WRK-CLIENTES-PATH FROM ENVIRONMENT 'CLIENTES_DAT'.
           IF WRK-CLIENTES-PATH = SPACES
              MOVE WRK-CLIENTES-PATH-PADRAO TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.

      *    OPERADOR LOGADO NO MENUPRINCIPAL, SUGERIDO COMO RESPONSAVEL
      *    PELO CHAMADO ABERTO; RODANDO AVULSO, FICA 'DIRETO'.
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.

           OPEN I-O SAC
              IF SAC-STATUS = 35 THEN
                 OPEN OUTPUT SAC
                 CLOSE SAC
                 OPEN I-O SAC
              END-IF.

           IF SAC-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR SAC.DAT. STATUS: '
                 SAC-STATUS
              GOBACK
           END-IF.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CLIENTES.DAT. STATUS: '
                 CLIENTES-STATUS
              CLOSE SAC
              GOBACK
           END-IF.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PEDIDOS.DAT. STATUS: '
                 PEDIDOS-STATUS
              CLOSE SAC CLIENTES
              GOBACK
           END-IF.
           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PRODUTOS.DAT. STATUS: '
                 PRODUTOS-STATUS
              CLOSE SAC CLIENTES PEDIDOS
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 4000-INCLUIR
              WHEN 2
                 PERFORM 4100-CONSULTAR
              WHEN 3
                 PERFORM 4200-ALTERAR
              WHEN OTHER
                 IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY ' ENTRADA INVALIDA!!!'
                    ACCEPT WRK-TECLA
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       4000-INCLUIR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - ABERTURA' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACES TO SAC-TIPO SAC-DESCRICAO.
           MOVE ZEROS  TO SAC-FONE SAC-PEDIDO SAC-PRODUTO.
           MOVE WRK-OPERADOR TO SAC-OPERADOR.
           ACCEPT TELA-INCLUSAO.
           INSPECT SAC-TIPO CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT SAC-OPERADOR CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM 4010-VALIDAR-INCLUSAO.
           IF WRK-VALIDO = 'S'
              PERFORM 4050-PROXIMO-NUMERO
              IF WRK-CTL-OK NOT = 'S'
                 DISPLAY 'ERRO AO GRAVAR SAC.CTL. STATUS: '
                    SACCTL-STATUS AT 2001
              ELSE
                 ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
                 MOVE 'A'            TO SAC-SITUACAO
                 MOVE WRK-DATA-ATUAL TO SAC-DT-ABERTURA
                                        SAC-DT-SITUACAO
                 MOVE ZEROS          TO SAC-DT-RESOLUCAO
                 IF SAC-OPERADOR = SPACES
                    MOVE WRK-OPERADOR TO SAC-OPERADOR
                 END-IF
                 WRITE SAC-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 EVALUATE SAC-STATUS
                    WHEN 00
                       DISPLAY 'CHAMADO ABERTO: ' AT 2001
                       DISPLAY SAC-NUMERO AT 2018
                    WHEN 22
                       DISPLAY 'NUMERO DE CHAMADO JA EXISTE! CONFIRA '
                          'SAC.CTL.' AT 2001
                    WHEN OTHER
                       DISPLAY 'ERRO AO INCLUIR. STATUS: '
                          SAC-STATUS AT 2001
                 END-EVALUATE
              END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4010-VALIDAR-INCLUSAO SECTION.
      *----------------------------------------------------------------*
      *    CLIENTE OBRIGATORIO E CADASTRADO; PEDIDO, SE INFORMADO,
      *    TEM DE EXISTIR E SER DO MESMO CLIENTE; PRODUTO, SE
      *    INFORMADO, TEM DE EXISTIR NO CATALOGO.
           MOVE 'S' TO WRK-VALIDO.
           MOVE SAC-FONE TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CLIENTES-STATUS NOT = 00
              DISPLAY 'CLIENTE NAO ENCONTRADO!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           END-IF.

           IF WRK-VALIDO = 'S' AND SAC-PEDIDO NOT = ZEROS
              MOVE SAC-PEDIDO TO PEDIDOS-NUMERO
              READ PEDIDOS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PEDIDOS-STATUS NOT = 00
                 DISPLAY 'PEDIDO NAO ENCONTRADO!' AT 2001
                 MOVE 'N' TO WRK-VALIDO
              ELSE
                 IF PEDIDOS-FONE-CLIENTE NOT = SAC-FONE
                    DISPLAY 'PEDIDO NAO E DESTE CLIENTE!' AT 2001
                    MOVE 'N' TO WRK-VALIDO
                 END-IF
              END-IF
           END-IF.

           IF WRK-VALIDO = 'S' AND SAC-PRODUTO NOT = ZEROS
              MOVE SAC-PRODUTO TO PRODUTOS-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PRODUTOS-STATUS NOT = 00
                 DISPLAY 'PRODUTO NAO ENCONTRADO!' AT 2001
                 MOVE 'N' TO WRK-VALIDO
              END-IF
           END-IF.

           IF WRK-VALIDO = 'S'
              EVALUATE SAC-TIPO
                 WHEN 'A'
                 WHEN 'E'
                 WHEN 'D'
                 WHEN 'F'
                 WHEN 'O'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'TIPO INVALIDO (A/E/D/F/O)!' AT 2001
                    MOVE 'N' TO WRK-VALIDO
              END-EVALUATE
           END-IF.

           IF WRK-VALIDO = 'S' AND SAC-DESCRICAO = SPACES
              DISPLAY 'DESCREVA A RECLAMACAO!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           END-IF.
      *----------------------------------------------------------------*
       4050-PROXIMO-NUMERO SECTION.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMO-NUMERO.
           OPEN INPUT SACCTL.
           IF SACCTL-STATUS = 00
              READ SACCTL
                 AT END
                    CONTINUE
              END-READ
              IF SACCTL-STATUS = 00
                 MOVE CTL-PROXIMO-NUMERO TO WRK-PROXIMO-NUMERO
              END-IF
              CLOSE SACCTL
           END-IF.

           MOVE WRK-PROXIMO-NUMERO TO SAC-NUMERO.

      *    SEM AVANCAR O CONTROLE O NUMERO SE REPETIRIA: O CHAMADO
      *    NAO E GRAVADO.
           MOVE 'N' TO WRK-CTL-OK.
           OPEN OUTPUT SACCTL.
           IF SACCTL-STATUS = 00
              COMPUTE CTL-PROXIMO-NUMERO = WRK-PROXIMO-NUMERO + 1
              WRITE CTL-REG
              IF SACCTL-STATUS = 00
                 MOVE 'S' TO WRK-CTL-OK
              END-IF
              CLOSE SACCTL
           END-IF.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO SAC-NUMERO.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ SAC
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE SAC-STATUS
              WHEN 00
                 PERFORM 4150-BUSCAR-NOME
                 DISPLAY TELA-CONSULTA-DADOS
              WHEN 23
                 DISPLAY 'CHAMADO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    SAC-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4150-BUSCAR-NOME SECTION.
      *----------------------------------------------------------------*
           MOVE SAC-FONE TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CLIENTES-STATUS = 00
              MOVE CLIENTES-NOME TO WRK-NOME-CLIENTE
           ELSE
              MOVE '*** CLIENTE NAO CADASTRADO' TO WRK-NOME-CLIENTE
           END-IF.
      *----------------------------------------------------------------*
       4200-ALTERAR SECTION.
      *----------------------------------------------------------------*
      *    ATUALIZA A SITUACAO, O RESPONSAVEL E A DESCRICAO. TODA
      *    MUDANCA DE SITUACAO CARIMBA SAC-DT-SITUACAO; A PASSAGEM
      *    PARA 'R' CARIMBA A RESOLUCAO E A REABERTURA A LIMPA.
           MOVE 'MODULO - ATUALIZACAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO SAC-NUMERO.
           ACCEPT TELA-CONSULTA-CHAVE.

           READ SAC
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE SAC-STATUS
              WHEN 00
                 PERFORM 4150-BUSCAR-NOME
                 DISPLAY TELA-CONSULTA-DADOS
                 MOVE SAC-SITUACAO TO WRK-SIT-ANTERIOR
                 ACCEPT TELA-ALTERAR-DADOS
                 INSPECT SAC-SITUACAO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 INSPECT SAC-OPERADOR CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 IF SAC-SITUACAO NOT = 'A' AND SAC-SITUACAO NOT = 'E'
                       AND SAC-SITUACAO NOT = 'R'
                    DISPLAY 'SITUACAO INVALIDA (A/E/R)!' AT 2001
                 ELSE
                    PERFORM 4210-GRAVAR-ALTERACAO
                 END-IF
              WHEN 23
                 DISPLAY 'CHAMADO NAO ENCONTRADO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO NA CONSULTA. STATUS: '
                    SAC-STATUS AT 2001
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4210-GRAVAR-ALTERACAO SECTION.
      *----------------------------------------------------------------*
           IF SAC-SITUACAO NOT = WRK-SIT-ANTERIOR
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              MOVE WRK-DATA-ATUAL TO SAC-DT-SITUACAO
              IF SAC-SITUACAO = 'R'
                 MOVE WRK-DATA-ATUAL TO SAC-DT-RESOLUCAO
              ELSE
                 MOVE ZEROS TO SAC-DT-RESOLUCAO
              END-IF
           END-IF.
           IF SAC-OPERADOR = SPACES
              MOVE WRK-OPERADOR TO SAC-OPERADOR
           END-IF.
           REWRITE SAC-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           EVALUATE SAC-STATUS
              WHEN 00
                 DISPLAY 'CHAMADO ATUALIZADO COM SUCESSO!' AT 2001
              WHEN OTHER
                 DISPLAY 'ERRO AO ALTERAR. STATUS: '
                    SAC-STATUS AT 2001
           END-EVALUATE.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE SAC.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE PRODUTOS.
      *----------------------------------------------------------------*
