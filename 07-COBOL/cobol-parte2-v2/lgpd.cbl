      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: RELATORIO DO TITULAR E ANONIMIZACAO DE CLIENTE (LGPD)
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    ATENDE O PEDIDO DO TITULAR PREVISTO NA LGPD. DADO O FONE,
      *    O CPF OU O CNPJ DO CLIENTE, A OPCAO 1 GRAVA EM LGPD.REL
      *    TUDO O QUE A EMPRESA GUARDA DELE: O CADASTRO, OS PEDIDOS
      *    (COM A ROTA E AS OCORRENCIAS DE ENTREGA DE ENTREGAS.DAT),
      *    OS TITULOS DO CONTAS A RECEBER, OS CHAMADOS DO SAC, A
      *    RAZAO DE PONTOS, OS PRECOS DE CONTRATO, O SEGMENTO DO RFM
      *    E O HISTORICO DA RAZAO CLIENTES.JRN.
      *    A OPCAO 2 ANONIMIZA O CLIENTE: NOME, EMAIL, CPF/CNPJ E
      *    ENDERECO SAO TROCADOS POR VALORES NEUTROS NO CADASTRO E
      *    EM TODAS AS IMAGENS DELE NA RAZAO CLIENTES.JRN (QUE E
      *    RECOPIADA POR CLIENTESJRN.NEW). O CPF PASSA AO PROVISORIO
      *    (IGUAL AO FONE), COMO NA UNIFICACLI, PARA A CHAVE
      *    ALTERNATIVA CONTINUAR UNICA. CIDADE E UF FICAM, PORQUE A
      *    APURACAO DO ICMS AGRUPA AS VENDAS PELA UF DO CADASTRO.
      *    PEDIDOS, TITULOS, PONTOS E DEMAIS REGISTROS FINANCEIROS E
      *    FISCAIS NAO SAO TOCADOS: FICAM LIGADOS AO FONE DURANTE O
      *    PRAZO LEGAL DE GUARDA. A ANONIMIZACAO E REGISTRADA NA
      *    RAZAO COM A OPERACAO 'L' E O OPERADOR, E O CLIENTE SAI DAS
      *    CAMPANHAS (SEM-MARKETING = 'S').
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. LGPD.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              LOCK MODE IS AUTOMATIC
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

           SELECT CONTASREC ASSIGN TO WRK-CONTASREC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASREC-STATUS
              RECORD KEY CR-CHAVE.

           SELECT SAC ASSIGN TO WRK-SAC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SAC-STATUS
              RECORD KEY SAC-CHAVE
              ALTERNATE RECORD KEY SAC-FONE WITH DUPLICATES.

           SELECT FIDELIDADE ASSIGN TO WRK-FIDELIDADE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FIDELIDADE-STATUS
              RECORD KEY FID-CHAVE.

           SELECT PRECOCLI ASSIGN TO WRK-PRECOCLI-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRECOCLI-STATUS
              RECORD KEY PC-CHAVE.

           SELECT SEGMENTOS ASSIGN TO 'SEGMENTOS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SEGMENTOS-STATUS.

           SELECT ENTREGASLOG ASSIGN TO 'ENTREGAS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENTREGASLOG-STATUS.

           SELECT JOURNAL ASSIGN TO 'CLIENTES.JRN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.

           SELECT JOURNALNOVO ASSIGN TO 'CLIENTESJRN.NEW'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNALNOVO-STATUS.

           SELECT RELATORIO ASSIGN TO 'LGPD.REL'
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
       FD PEDIDOS.
       COPY 'pedidos-reg.cpy'.
      *-------------
       FD CONTASREC.
       COPY 'contasrec-reg.cpy'.
      *-------------
       FD SAC.
       COPY 'sac-reg.cpy'.
      *-------------
       FD FIDELIDADE.
       COPY 'fidelidade-reg.cpy'.
      *-------------
       FD PRECOCLI.
       COPY 'precocli-reg.cpy'.
      *-------------
      *    RESULTADO DA SEGMENTACAO, NO MESMO DESENHO DO RFM.
       FD SEGMENTOS.
       01 SEG-REG.
          05 SEG-FONE             PIC 9(09).
          05 SEG-RECENCIA         PIC 9(05).
          05 SEG-FREQUENCIA       PIC 9(04).
          05 SEG-VALOR            PIC 9(11)V99.
          05 SEG-SEGMENTO         PIC X(10).
      *-------------
      *    OCORRENCIAS DE ENTREGA, NO MESMO DESENHO DO ENTREGAS.
       FD ENTREGASLOG.
       01 ENT-REG.
          05 ENT-DATA            PIC 9(08).
          05 ENT-HORA            PIC 9(06).
          05 ENT-ROTA            PIC 9(06).
          05 ENT-PEDIDO          PIC 9(09).
          05 ENT-RESULTADO       PIC X(01).
          05 ENT-MOTIVO          PIC X(20).
      *-------------
      *    RAZAO DE ALTERACOES DE CLIENTES, NO MESMO DESENHO DO
      *    CLIENTES. OPERACAO 'L' = ANONIMIZACAO (LGPD).
       FD JOURNAL.
       01 JRN-REG.
          05 JRN-DATA                 PIC 9(08).
          05 JRN-HORA                 PIC 9(06).
          05 JRN-OPERACAO             PIC X(01).
          05 JRN-ANTES.
             10 JRN-ANTES-FONE        PIC 9(09).
             10 JRN-ANTES-NOME        PIC X(30).
             10 JRN-ANTES-EMAIL       PIC X(40).
             10 JRN-ANTES-CPF         PIC 9(11).
             10 JRN-ANTES-SITUACAO    PIC X(01).
             10 JRN-ANTES-ENDERECO    PIC X(66).
          05 JRN-DEPOIS.
             10 JRN-DEPOIS-FONE       PIC 9(09).
             10 JRN-DEPOIS-NOME       PIC X(30).
             10 JRN-DEPOIS-EMAIL      PIC X(40).
             10 JRN-DEPOIS-CPF        PIC 9(11).
             10 JRN-DEPOIS-SITUACAO   PIC X(01).
             10 JRN-DEPOIS-ENDERECO   PIC X(66).
          05 JRN-OPERADOR             PIC X(08).
      *-------------
      *    COPIA DE TRABALHO DA RAZAO DURANTE A ANONIMIZACAO.
       FD JOURNALNOVO.
       01 JRNN-REG                    PIC X(337).
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'clientes-cfg.cpy'.
       COPY 'pedidos-cfg.cpy'.
       COPY 'contasrec-cfg.cpy'.
       COPY 'sac-cfg.cpy'.
       COPY 'fidelidade-cfg.cpy'.
       COPY 'precocli-cfg.cpy'.
       77 CLIENTES-STATUS      PIC   9(02).
       77 PEDIDOS-STATUS       PIC   9(02).
       77 CONTASREC-STATUS     PIC   9(02).
       77 SAC-STATUS           PIC   9(02).
       77 FIDELIDADE-STATUS    PIC   9(02).
       77 PRECOCLI-STATUS      PIC   9(02).
       77 SEGMENTOS-STATUS     PIC   9(02).
       77 ENTREGASLOG-STATUS   PIC   9(02).
       77 JOURNAL-STATUS       PIC   9(02).
       77 JOURNALNOVO-STATUS   PIC   9(02).
      *    A RAZAO SO E RECOPIADA COM A COPIA INTEIRA EM
      *    CLIENTESJRN.NEW.
       77 WRK-COPIA-OK         PIC   X(01).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-ARQS-ABERTOS     PIC   X(01) VALUE 'N'.
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-OPCAO            PIC   9(01) VALUE 0.
       77 WRK-TIPO-BUSCA       PIC   X(01).
       77 WRK-DOCUMENTO        PIC   9(14) VALUE 0.
       77 WRK-FONE-TITULAR     PIC   9(09) VALUE 0.
       77 WRK-ACHOU            PIC   X(01) VALUE 'N'.
       77 WRK-CONFIRMA         PIC   X(01).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-FIM-BUSCA        PIC   X(01).
       77 WRK-ACHOU-PEDIDO     PIC   X(01).
       77 WRK-IDX-PED          PIC   9(03) VALUE 0.
       77 WRK-QTD-PED-TAB      PIC   9(03) VALUE 0.
       77 WRK-QTD-ITENS        PIC   9(05) VALUE 0.
       77 WRK-QTD-IMAGENS      PIC   9(05) VALUE 0.
       77 WRK-NOME-NEUTRO      PIC   X(30) VALUE
          'CLIENTE ANONIMIZADO (LGPD)'.
       77 WRK-ED-VALOR         PIC   Z(06)9.99.
       77 WRK-ED-VALOR2        PIC   Z(06)9.99.
       77 WRK-ED-PONTOS        PIC   -(08)9.

      *    PEDIDOS DO TITULAR, GUARDADOS NA LEITURA DOS PEDIDOS PARA
      *    ACHAR AS OCORRENCIAS DE ENTREGA, QUE SO TRAZEM O NUMERO.
       01 WRK-TABELA-PEDIDOS.
          05 WRK-PED-NUMERO    PIC 9(09) OCCURS 500 TIMES.

      *    VISAO DO BLOCO DE ENDERECO DAS IMAGENS DA RAZAO, PARA
      *    NEUTRALIZAR LOGRADOURO, NUMERO E CEP MANTENDO CIDADE E UF.
       01 WRK-ENDERECO.
          05 WRK-END-LOGRADOURO PIC X(30).
          05 WRK-END-NUM-END    PIC X(06).
          05 WRK-END-CIDADE     PIC X(20).
          05 WRK-END-UF         PIC X(02).
          05 WRK-END-CEP        PIC 9(08).

       01 WRK-JRN-ANTES.
          05 WRK-JRN-ANTES-FONE     PIC 9(09).
          05 WRK-JRN-ANTES-NOME     PIC X(30).
          05 WRK-JRN-ANTES-EMAIL    PIC X(40).
          05 WRK-JRN-ANTES-CPF      PIC 9(11).
          05 WRK-JRN-ANTES-SITUACAO PIC X(01).
          05 WRK-JRN-ANTES-ENDERECO PIC X(66).

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(50) VALUE
             'RELATORIO DO TITULAR (LGPD) - CLIENTE'.
          05 WRK-REL-FONE     PIC 9(09).
          05 FILLER           PIC X(06) VALUE ' DATA '.
          05 WRK-REL-DATA     PIC 9(08).

       01 WRK-REL-TITULO.
          05 FILLER           PIC X(04) VALUE '*** '.
          05 WRK-REL-TITULO-TXT PIC X(60).

       01 WRK-REL-NOTA.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-REL-NOTA-TXT PIC X(130).
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           IF WRK-ARQS-ABERTOS = 'S'
              PERFORM 0200-LOCALIZAR-TITULAR
              IF WRK-ACHOU = 'S'
                 EVALUATE WRK-OPCAO
                    WHEN 1
                       PERFORM 0300-RELATORIO-TITULAR
                    WHEN 2
                       PERFORM 0500-ANONIMIZAR
                 END-EVALUATE
              END-IF
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
           ACCEPT WRK-CLIENTES-PATH FROM ENVIRONMENT 'CLIENTES_DAT'.
           IF WRK-CLIENTES-PATH = SPACES
              MOVE WRK-CLIENTES-PATH-PADRAO TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-PEDIDOS-PATH FROM ENVIRONMENT 'PEDIDOS_DAT'.
           IF WRK-PEDIDOS-PATH = SPACES
              MOVE WRK-PEDIDOS-PATH-PADRAO TO WRK-PEDIDOS-PATH
           END-IF.
           ACCEPT WRK-CONTASREC-PATH FROM ENVIRONMENT 'CONTASREC_DAT'.
           IF WRK-CONTASREC-PATH = SPACES
              MOVE WRK-CONTASREC-PATH-PADRAO TO WRK-CONTASREC-PATH
           END-IF.
           ACCEPT WRK-SAC-PATH FROM ENVIRONMENT 'SAC_DAT'.
           IF WRK-SAC-PATH = SPACES
              MOVE WRK-SAC-PATH-PADRAO TO WRK-SAC-PATH
           END-IF.
           ACCEPT WRK-FIDELIDADE-PATH FROM ENVIRONMENT 'FIDELIDADE_DAT'.
           IF WRK-FIDELIDADE-PATH = SPACES
              MOVE WRK-FIDELIDADE-PATH-PADRAO TO WRK-FIDELIDADE-PATH
           END-IF.
           ACCEPT WRK-PRECOCLI-PATH FROM ENVIRONMENT 'PRECOCLI_DAT'.
           IF WRK-PRECOCLI-PATH = SPACES
              MOVE WRK-PRECOCLI-PATH-PADRAO TO WRK-PRECOCLI-PATH
           END-IF.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CLIENTES.DAT. STATUS: '
                 CLIENTES-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'S' TO WRK-ARQS-ABERTOS
           END-IF.
      *----------------------------------------------------------------*
       0200-LOCALIZAR-TITULAR SECTION.
      *----------------------------------------------------------------*
      *    O TITULAR PODE SER PROCURADO PELO FONE (CHAVE), PELO CPF
      *    (CHAVE ALTERNATIVA) OU PELO CNPJ, QUE NAO E CHAVE E SAI
      *    DA VARREDURA DO CADASTRO, COMO NO CLIENTES.
           DISPLAY '1 - RELATORIO DO TITULAR  2 - ANONIMIZAR CLIENTE'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF WRK-OPCAO NOT = 1 AND WRK-OPCAO NOT = 2
              DISPLAY 'OPCAO INVALIDA. NADA FEITO.'
           ELSE
              DISPLAY 'BUSCAR POR (F = FONE, C = CPF, J = CNPJ): '
              ACCEPT WRK-TIPO-BUSCA FROM CONSOLE
              INSPECT WRK-TIPO-BUSCA CONVERTING 'fcj' TO 'FCJ'
              DISPLAY 'INFORME O NUMERO: '
              ACCEPT WRK-DOCUMENTO FROM CONSOLE
              EVALUATE WRK-TIPO-BUSCA
                 WHEN 'F'
                    MOVE WRK-DOCUMENTO TO CLIENTES-FONE
                    READ CLIENTES
                       INVALID KEY
                          CONTINUE
                    END-READ
                    IF CLIENTES-STATUS = 00
                       MOVE 'S' TO WRK-ACHOU
                    END-IF
                 WHEN 'C'
                    MOVE WRK-DOCUMENTO TO CLIENTES-CPF
                    READ CLIENTES KEY IS CLIENTES-CPF
                       INVALID KEY
                          CONTINUE
                    END-READ
                    IF CLIENTES-STATUS = 00
                       MOVE 'S' TO WRK-ACHOU
                    END-IF
                 WHEN 'J'
                    PERFORM 0210-BUSCAR-CNPJ
                 WHEN OTHER
                    DISPLAY 'TIPO DE BUSCA INVALIDO.'
              END-EVALUATE
              IF WRK-ACHOU = 'S'
                 MOVE CLIENTES-FONE TO WRK-FONE-TITULAR
                 DISPLAY 'CLIENTE: ' CLIENTES-FONE ' ' CLIENTES-NOME
              ELSE
                 DISPLAY 'CLIENTE NAO ENCONTRADO!'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0210-BUSCAR-CNPJ SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
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
                    IF CLIENTES-TIPO-PESSOA = 'J'
                          AND CLIENTES-CNPJ = WRK-DOCUMENTO
                       MOVE 'S' TO WRK-ACHOU
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
      *----------------------------------------------------------------*
       0300-RELATORIO-TITULAR SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO.
           MOVE WRK-FONE-TITULAR TO WRK-REL-FONE.
           MOVE WRK-DATA-ATUAL   TO WRK-REL-DATA.
           WRITE REG-RELATORIO FROM WRK-REL-CABEC1.

           PERFORM 0310-LISTAR-CADASTRO.
           PERFORM 0320-LISTAR-PEDIDOS.
           PERFORM 0330-LISTAR-ENTREGAS.
           PERFORM 0340-LISTAR-TITULOS.
           PERFORM 0350-LISTAR-SAC.
           PERFORM 0360-LISTAR-PONTOS.
           PERFORM 0370-LISTAR-PRECOS.
           PERFORM 0380-LISTAR-SEGMENTO.
           PERFORM 0390-LISTAR-RAZAO.

           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'LGPD'            TO SPL-PROGRAMA.
           MOVE 'LGPD.REL'        TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'RELATORIO DO TITULAR GRAVADO EM LGPD.REL.'.
      *----------------------------------------------------------------*
       0310-LISTAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE 'CADASTRO (CLIENTES.DAT)' TO WRK-REL-TITULO-TXT.
           PERFORM 0800-IMPRIMIR-TITULO.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING 'NOME: ' DELIMITED BY SIZE
              CLIENTES-NOME DELIMITED BY SIZE
              '  EMAIL: ' DELIMITED BY SIZE
              CLIENTES-EMAIL DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING 'PESSOA: ' DELIMITED BY SIZE
              CLIENTES-TIPO-PESSOA DELIMITED BY SIZE
              '  CPF: ' DELIMITED BY SIZE
              CLIENTES-CPF DELIMITED BY SIZE
              '  CNPJ: ' DELIMITED BY SIZE
              CLIENTES-CNPJ DELIMITED BY SIZE
              '  SITUACAO: ' DELIMITED BY SIZE
              CLIENTES-SITUACAO DELIMITED BY SIZE
              '  INATIVACAO: ' DELIMITED BY SIZE
              CLIENTES-DT-INATIVACAO DELIMITED BY SIZE
              ' MOTIVO ' DELIMITED BY SIZE
              CLIENTES-MOTIVO-INATIVACAO DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING 'ENDERECO: ' DELIMITED BY SIZE
              CLIENTES-LOGRADOURO DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CLIENTES-NUM-END DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CLIENTES-CIDADE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CLIENTES-UF DELIMITED BY SIZE
              '  CEP: ' DELIMITED BY SIZE
              CLIENTES-CEP DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE CLIENTES-LIMITE-CREDITO TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING 'LIMITE DE CREDITO: ' DELIMITED BY SIZE
              WRK-ED-VALOR DELIMITED BY SIZE
              '  BLOQUEIO: ' DELIMITED BY SIZE
              CLIENTES-BLOQ-CREDITO DELIMITED BY SIZE
              '  ULTIMA REVISAO: ' DELIMITED BY SIZE
              CLIENTES-DT-REVISAO DELIMITED BY SIZE
              '  SEM MARKETING: ' DELIMITED BY SIZE
              CLIENTES-SEM-MARKETING DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
      *----------------------------------------------------------------*
       0320-LISTAR-PEDIDOS SECTION.
      *----------------------------------------------------------------*
      *    PEDIDOS PELA CHAVE ALTERNATIVA DO FONE. OS NUMEROS FICAM
      *    NA TABELA PARA A BUSCA DAS OCORRENCIAS DE ENTREGA.
           MOVE 'PEDIDOS (PEDIDOS.DAT)' TO WRK-REL-TITULO-TXT.
           PERFORM 0800-IMPRIMIR-TITULO.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-QTD-PED-TAB.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
              PERFORM 0810-IMPRIMIR-INDISPONIVEL
           ELSE
              MOVE 'N' TO WRK-FIM-BUSCA
              MOVE WRK-FONE-TITULAR TO PEDIDOS-FONE-CLIENTE
              START PEDIDOS KEY IS = PEDIDOS-FONE-CLIENTE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-BUSCA
              END-START
              PERFORM UNTIL WRK-FIM-BUSCA = 'S'
                 READ PEDIDOS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-BUSCA
                 END-READ
                 IF WRK-FIM-BUSCA NOT = 'S'
                       AND (PEDIDOS-STATUS NOT = 00
                            OR PEDIDOS-FONE-CLIENTE
                               NOT = WRK-FONE-TITULAR)
                    MOVE 'S' TO WRK-FIM-BUSCA
                 END-IF
                 IF WRK-FIM-BUSCA NOT = 'S'
                    ADD 1 TO WRK-QTD-ITENS
                    IF WRK-QTD-PED-TAB < 500
                       ADD 1 TO WRK-QTD-PED-TAB
                       MOVE PEDIDOS-NUMERO TO
                          WRK-PED-NUMERO(WRK-QTD-PED-TAB)
                    END-IF
                    MOVE PEDIDOS-VALOR TO WRK-ED-VALOR
                    MOVE SPACES TO WRK-REL-NOTA-TXT
                    STRING 'PEDIDO ' DELIMITED BY SIZE
                       PEDIDOS-NUMERO DELIMITED BY SIZE
                       '  DATA ' DELIMITED BY SIZE
                       PEDIDOS-DATA DELIMITED BY SIZE
                       '  SITUACAO ' DELIMITED BY SIZE
                       PEDIDOS-SITUACAO DELIMITED BY SIZE
                       '  VALOR ' DELIMITED BY SIZE
                       WRK-ED-VALOR DELIMITED BY SIZE
                       '  FATURA ' DELIMITED BY SIZE
                       PEDIDOS-NUMERO-FATURA DELIMITED BY SIZE
                       '  ROTA ' DELIMITED BY SIZE
                       PEDIDOS-ROTA DELIMITED BY SIZE
                       '  LOJA ' DELIMITED BY SIZE
                       PEDIDOS-REF-LOJA DELIMITED BY SIZE
                       INTO WRK-REL-NOTA-TXT
                    WRITE REG-RELATORIO FROM WRK-REL-NOTA
                 END-IF
              END-PERFORM
              CLOSE PEDIDOS
              PERFORM 0820-IMPRIMIR-QUANTIDADE
           END-IF.
      *----------------------------------------------------------------*
       0330-LISTAR-ENTREGAS SECTION.
      *----------------------------------------------------------------*
           MOVE 'OCORRENCIAS DE ENTREGA (ENTREGAS.DAT)'
              TO WRK-REL-TITULO-TXT.
           PERFORM 0800-IMPRIMIR-TITULO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           OPEN INPUT ENTREGASLOG.
           IF ENTREGASLOG-STATUS NOT = 00
              PERFORM 0810-IMPRIMIR-INDISPONIVEL
           ELSE
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ENTREGASLOG
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       PERFORM 0331-CONFERIR-ENTREGA
                 END-READ
              END-PERFORM
              CLOSE ENTREGASLOG
              PERFORM 0820-IMPRIMIR-QUANTIDADE
           END-IF.
      *----------------------------------------------------------------*
       0331-CONFERIR-ENTREGA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU-PEDIDO.
           PERFORM VARYING WRK-IDX-PED FROM 1 BY 1
                 UNTIL WRK-IDX-PED > WRK-QTD-PED-TAB
                 OR WRK-ACHOU-PEDIDO = 'S'
              IF WRK-PED-NUMERO(WRK-IDX-PED) = ENT-PEDIDO
                 MOVE 'S' TO WRK-ACHOU-PEDIDO
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-PEDIDO = 'S'
              ADD 1 TO WRK-QTD-ITENS
              MOVE SPACES TO WRK-REL-NOTA-TXT
              STRING 'PEDIDO ' DELIMITED BY SIZE
                 ENT-PEDIDO DELIMITED BY SIZE
                 '  ROTA ' DELIMITED BY SIZE
                 ENT-ROTA DELIMITED BY SIZE
                 '  EM ' DELIMITED BY SIZE
                 ENT-DATA DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 ENT-HORA DELIMITED BY SIZE
                 '  RESULTADO ' DELIMITED BY SIZE
                 ENT-RESULTADO DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 ENT-MOTIVO DELIMITED BY SIZE
                 INTO WRK-REL-NOTA-TXT
              WRITE REG-RELATORIO FROM WRK-REL-NOTA
           END-IF.
      *----------------------------------------------------------------*
       0340-LISTAR-TITULOS SECTION.
      *----------------------------------------------------------------*
      *    O CONTAS A RECEBER NAO TEM CHAVE PELO FONE: VARRE TUDO,
      *    COMO NA UNIFICACLI.
           MOVE 'TITULOS A RECEBER (CONTASREC.DAT)'
              TO WRK-REL-TITULO-TXT.
           PERFORM 0800-IMPRIMIR-TITULO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           OPEN INPUT CONTASREC.
           IF CONTASREC-STATUS NOT = 00
              PERFORM 0810-IMPRIMIR-INDISPONIVEL
           ELSE
              MOVE 'N'   TO WRK-FIM-ARQUIVO
              MOVE ZEROS TO CR-NUMERO-PEDIDO CR-PARCELA
              START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-START
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CONTASREC NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF CR-FONE-CLIENTE = WRK-FONE-TITULAR
                          PERFORM 0341-IMPRIMIR-TITULO-CR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTASREC
              PERFORM 0820-IMPRIMIR-QUANTIDADE
           END-IF.
      *----------------------------------------------------------------*
       0341-IMPRIMIR-TITULO-CR SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-ITENS.
           MOVE CR-VALOR      TO WRK-ED-VALOR.
           MOVE CR-VALOR-PAGO TO WRK-ED-VALOR2.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING 'TITULO ' DELIMITED BY SIZE
              CR-NUMERO-PEDIDO DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              CR-PARCELA DELIMITED BY SIZE
              '  EMISSAO ' DELIMITED BY SIZE
              CR-DT-EMISSAO DELIMITED BY SIZE
              '  VENCTO ' DELIMITED BY SIZE
              CR-DT-VENCIMENTO DELIMITED BY SIZE
              '  PAGTO ' DELIMITED BY SIZE
              CR-DT-PAGAMENTO DELIMITED BY SIZE
              '  SIT ' DELIMITED BY SIZE
              CR-SITUACAO DELIMITED BY SIZE
              '  VALOR ' DELIMITED BY SIZE
              WRK-ED-VALOR DELIMITED BY SIZE
              '  PAGO ' DELIMITED BY SIZE
              WRK-ED-VALOR2 DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
      *----------------------------------------------------------------*
       0350-LISTAR-SAC SECTION.
      *----------------------------------------------------------------*
           MOVE 'CHAMADOS DO SAC (SAC.DAT)' TO WRK-REL-TITULO-TXT.
           PERFORM 0800-IMPRIMIR-TITULO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           OPEN INPUT SAC.
           IF SAC-STATUS NOT = 00
              PERFORM 0810-IMPRIMIR-INDISPONIVEL
           ELSE
              MOVE 'N' TO WRK-FIM-BUSCA
              MOVE WRK-FONE-TITULAR TO SAC-FONE
              START SAC KEY IS = SAC-FONE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-BUSCA
              END-START
              PERFORM UNTIL WRK-FIM-BUSCA = 'S'
                 READ SAC NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-BUSCA
                 END-READ
                 IF WRK-FIM-BUSCA NOT = 'S'
                       AND (SAC-STATUS NOT = 00
                            OR SAC-FONE NOT = WRK-FONE-TITULAR)
                    MOVE 'S' TO WRK-FIM-BUSCA
                 END-IF
                 IF WRK-FIM-BUSCA NOT = 'S'
                    ADD 1 TO WRK-QTD-ITENS
                    MOVE SPACES TO WRK-REL-NOTA-TXT
                    STRING 'CHAMADO ' DELIMITED BY SIZE
                       SAC-NUMERO DELIMITED BY SIZE
                       '  ABERTO ' DELIMITED BY SIZE
                       SAC-DT-ABERTURA DELIMITED BY SIZE
                       '  TIPO ' DELIMITED BY SIZE
                       SAC-TIPO DELIMITED BY SIZE
                       '  SIT ' DELIMITED BY SIZE
                       SAC-SITUACAO DELIMITED BY SIZE
                       '  PEDIDO ' DELIMITED BY SIZE
                       SAC-PEDIDO DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       SAC-DESCRICAO DELIMITED BY SIZE
                       INTO WRK-REL-NOTA-TXT
                    WRITE REG-RELATORIO FROM WRK-REL-NOTA
                 END-IF
              END-PERFORM
              CLOSE SAC
              PERFORM 0820-IMPRIMIR-QUANTIDADE
           END-IF.
      *----------------------------------------------------------------*
       0360-LISTAR-PONTOS SECTION.
      *----------------------------------------------------------------*
           MOVE 'PONTOS DE FIDELIDADE (FIDELIDADE.DAT)'
              TO WRK-REL-TITULO-TXT.
           PERFORM 0800-IMPRIMIR-TITULO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           OPEN INPUT FIDELIDADE.
           IF FIDELIDADE-STATUS NOT = 00
              PERFORM 0810-IMPRIMIR-INDISPONIVEL
           ELSE
              MOVE 'N' TO WRK-FIM-BUSCA
              MOVE WRK-FONE-TITULAR TO FID-FONE
              MOVE ZEROS TO FID-DATA FID-HORA FID-SEQ
              START FIDELIDADE KEY IS NOT LESS THAN FID-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-BUSCA
              END-START
              PERFORM UNTIL WRK-FIM-BUSCA = 'S'
                 READ FIDELIDADE NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-BUSCA
                 END-READ
                 IF WRK-FIM-BUSCA NOT = 'S'
                       AND (FIDELIDADE-STATUS NOT = 00
                            OR FID-FONE NOT = WRK-FONE-TITULAR)
                    MOVE 'S' TO WRK-FIM-BUSCA
                 END-IF
                 IF WRK-FIM-BUSCA NOT = 'S'
                    ADD 1 TO WRK-QTD-ITENS
                    MOVE FID-PONTOS TO WRK-ED-PONTOS
                    MOVE SPACES TO WRK-REL-NOTA-TXT
                    STRING 'LANCAMENTO ' DELIMITED BY SIZE
                       FID-DATA DELIMITED BY SIZE
                       '  TIPO ' DELIMITED BY SIZE
                       FID-TIPO DELIMITED BY SIZE
                       '  PEDIDO ' DELIMITED BY SIZE
                       FID-PEDIDO DELIMITED BY SIZE
                       '  PONTOS ' DELIMITED BY SIZE
                       WRK-ED-PONTOS DELIMITED BY SIZE
                       '  VALIDADE ' DELIMITED BY SIZE
                       FID-VALIDADE DELIMITED BY SIZE
                       INTO WRK-REL-NOTA-TXT
                    WRITE REG-RELATORIO FROM WRK-REL-NOTA
                 END-IF
              END-PERFORM
              CLOSE FIDELIDADE
              PERFORM 0820-IMPRIMIR-QUANTIDADE
           END-IF.
      *----------------------------------------------------------------*
       0370-LISTAR-PRECOS SECTION.
      *----------------------------------------------------------------*
           MOVE 'PRECOS DE CONTRATO (PRECOCLI.DAT)'
              TO WRK-REL-TITULO-TXT.
           PERFORM 0800-IMPRIMIR-TITULO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           OPEN INPUT PRECOCLI.
           IF PRECOCLI-STATUS NOT = 00
              PERFORM 0810-IMPRIMIR-INDISPONIVEL
           ELSE
              MOVE 'N' TO WRK-FIM-BUSCA
              MOVE WRK-FONE-TITULAR TO PC-FONE-CLIENTE
              MOVE ZEROS TO PC-CODIGO-PRODUTO PC-DT-INICIO
              START PRECOCLI KEY IS NOT LESS THAN PC-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-BUSCA
              END-START
              PERFORM UNTIL WRK-FIM-BUSCA = 'S'
                 READ PRECOCLI NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-BUSCA
                 END-READ
                 IF WRK-FIM-BUSCA NOT = 'S'
                       AND (PRECOCLI-STATUS NOT = 00
                            OR PC-FONE-CLIENTE NOT = WRK-FONE-TITULAR)
                    MOVE 'S' TO WRK-FIM-BUSCA
                 END-IF
                 IF WRK-FIM-BUSCA NOT = 'S'
                    ADD 1 TO WRK-QTD-ITENS
                    MOVE PC-PRECO TO WRK-ED-VALOR
                    MOVE SPACES TO WRK-REL-NOTA-TXT
                    STRING 'PRODUTO ' DELIMITED BY SIZE
                       PC-CODIGO-PRODUTO DELIMITED BY SIZE
                       '  DE ' DELIMITED BY SIZE
                       PC-DT-INICIO DELIMITED BY SIZE
                       ' ATE ' DELIMITED BY SIZE
                       PC-DT-FIM DELIMITED BY SIZE
                       '  PRECO ' DELIMITED BY SIZE
                       WRK-ED-VALOR DELIMITED BY SIZE
                       INTO WRK-REL-NOTA-TXT
                    WRITE REG-RELATORIO FROM WRK-REL-NOTA
                 END-IF
              END-PERFORM
              CLOSE PRECOCLI
              PERFORM 0820-IMPRIMIR-QUANTIDADE
           END-IF.
      *----------------------------------------------------------------*
       0380-LISTAR-SEGMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE 'SEGMENTACAO RFM (SEGMENTOS.DAT)' TO WRK-REL-TITULO-TXT.
           PERFORM 0800-IMPRIMIR-TITULO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           OPEN INPUT SEGMENTOS.
           IF SEGMENTOS-STATUS NOT = 00
              PERFORM 0810-IMPRIMIR-INDISPONIVEL
           ELSE
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ SEGMENTOS
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF SEG-FONE = WRK-FONE-TITULAR
                          ADD 1 TO WRK-QTD-ITENS
                          MOVE SEG-VALOR TO WRK-ED-VALOR
                          MOVE SPACES TO WRK-REL-NOTA-TXT
                          STRING 'SEGMENTO ' DELIMITED BY SIZE
                             SEG-SEGMENTO DELIMITED BY SIZE
                             '  RECENCIA ' DELIMITED BY SIZE
                             SEG-RECENCIA DELIMITED BY SIZE
                             '  FREQUENCIA ' DELIMITED BY SIZE
                             SEG-FREQUENCIA DELIMITED BY SIZE
                             '  VALOR ' DELIMITED BY SIZE
                             WRK-ED-VALOR DELIMITED BY SIZE
                             INTO WRK-REL-NOTA-TXT
                          WRITE REG-RELATORIO FROM WRK-REL-NOTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEGMENTOS
              PERFORM 0820-IMPRIMIR-QUANTIDADE
           END-IF.
      *----------------------------------------------------------------*
       0390-LISTAR-RAZAO SECTION.
      *----------------------------------------------------------------*
           MOVE 'HISTORICO DO CADASTRO (CLIENTES.JRN)'
              TO WRK-REL-TITULO-TXT.
           PERFORM 0800-IMPRIMIR-TITULO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           OPEN INPUT JOURNAL.
           IF JOURNAL-STATUS NOT = 00
              PERFORM 0810-IMPRIMIR-INDISPONIVEL
           ELSE
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ JOURNAL
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF JRN-ANTES-FONE = WRK-FONE-TITULAR
                             OR JRN-DEPOIS-FONE = WRK-FONE-TITULAR
                          PERFORM 0391-IMPRIMIR-LANCAMENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL
              PERFORM 0820-IMPRIMIR-QUANTIDADE
           END-IF.
      *----------------------------------------------------------------*
       0391-IMPRIMIR-LANCAMENTO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-ITENS.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING 'EM ' DELIMITED BY SIZE
              JRN-DATA DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              JRN-HORA DELIMITED BY SIZE
              '  OPERACAO ' DELIMITED BY SIZE
              JRN-OPERACAO DELIMITED BY SIZE
              '  OPERADOR ' DELIMITED BY SIZE
              JRN-OPERADOR DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING '  ANTES : ' DELIMITED BY SIZE
              JRN-ANTES-NOME DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              JRN-ANTES-EMAIL DELIMITED BY SIZE
              ' CPF ' DELIMITED BY SIZE
              JRN-ANTES-CPF DELIMITED BY SIZE
              ' SIT ' DELIMITED BY SIZE
              JRN-ANTES-SITUACAO DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING '          ' DELIMITED BY SIZE
              JRN-ANTES-ENDERECO DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING '  DEPOIS: ' DELIMITED BY SIZE
              JRN-DEPOIS-NOME DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              JRN-DEPOIS-EMAIL DELIMITED BY SIZE
              ' CPF ' DELIMITED BY SIZE
              JRN-DEPOIS-CPF DELIMITED BY SIZE
              ' SIT ' DELIMITED BY SIZE
              JRN-DEPOIS-SITUACAO DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING '          ' DELIMITED BY SIZE
              JRN-DEPOIS-ENDERECO DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
      *----------------------------------------------------------------*
       0500-ANONIMIZAR SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'NOME, EMAIL, CPF/CNPJ E ENDERECO DESSE CLIENTE '
              'SERAO APAGADOS'.
           DISPLAY 'DO CADASTRO E DA RAZAO. NAO HA COMO DESFAZER.'.
           DISPLAY 'CONFIRMA A ANONIMIZACAO (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
              PERFORM 0510-ANONIMIZAR-CADASTRO
              IF CLIENTES-STATUS = 00
                 PERFORM 0520-ANONIMIZAR-RAZAO
                 PERFORM 0530-JOURNALIZAR-ANONIMIZACAO
                 DISPLAY 'CLIENTE ANONIMIZADO. IMAGENS NA RAZAO: '
                    WRK-QTD-IMAGENS
              END-IF
           ELSE
              DISPLAY 'ANONIMIZACAO ABANDONADA. NADA FOI ALTERADO.'
           END-IF.
      *----------------------------------------------------------------*
       0510-ANONIMIZAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *    RELE O CADASTRO PARA PRENDER O REGISTRO E TROCA OS DADOS
      *    PESSOAIS. O CPF PROVISORIO E O PROPRIO FONE, COMO NO
      *    CADASTRO SEM DOCUMENTO; O CNPJ ZERA E O CLIENTE PASSA A
      *    PESSOA FISICA, SENAO O CLIENTES EXIGIRIA UM CNPJ VALIDO
      *    NA PROXIMA ALTERACAO.
           MOVE WRK-FONE-TITULAR TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CLIENTES-STATUS = 00
              MOVE WRK-NOME-NEUTRO  TO CLIENTES-NOME
              MOVE SPACES           TO CLIENTES-EMAIL
              MOVE WRK-FONE-TITULAR TO CLIENTES-CPF
              MOVE 'F'              TO CLIENTES-TIPO-PESSOA
              MOVE ZEROS            TO CLIENTES-CNPJ
              MOVE SPACES           TO CLIENTES-LOGRADOURO
                                       CLIENTES-NUM-END
              MOVE ZEROS            TO CLIENTES-CEP
              MOVE 'S'              TO CLIENTES-SEM-MARKETING
              REWRITE CLIENTES-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
           IF CLIENTES-STATUS NOT = 00
              DISPLAY 'ERRO AO ANONIMIZAR O CADASTRO. STATUS: '
                 CLIENTES-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0520-ANONIMIZAR-RAZAO SECTION.
      *----------------------------------------------------------------*
      *    A RAZAO E SEQUENCIAL: E COPIADA PARA CLIENTESJRN.NEW COM
      *    AS IMAGENS DO CLIENTE NEUTRALIZADAS E DEPOIS RECOPIADA
      *    POR CIMA DE CLIENTES.JRN. OS DEMAIS LANCAMENTOS VOLTAM
      *    COMO ESTAVAM. QUALQUER FALHA NA COPIA DEIXA CLIENTES.JRN
      *    INTACTO (COM OS DADOS DO TITULAR AINDA NELE, E O RC 8
      *    AVISA); FALHA NA VOLTA DEIXA A RAZAO INTEIRA NO .NEW.
           MOVE ZEROS TO WRK-QTD-IMAGENS.
           MOVE 'N'   TO WRK-COPIA-OK.
           OPEN INPUT JOURNAL.
           IF JOURNAL-STATUS = 00
              OPEN OUTPUT JOURNALNOVO
              IF JOURNALNOVO-STATUS NOT = 00
                 DISPLAY 'ERRO AO CRIAR CLIENTESJRN.NEW. STATUS: '
                    JOURNALNOVO-STATUS
              ELSE
                 MOVE 'S' TO WRK-COPIA-OK
                 MOVE 'N' TO WRK-FIM-ARQUIVO
                 PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                    READ JOURNAL
                       AT END
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                          PERFORM 0521-NEUTRALIZAR-IMAGENS
                          WRITE JRNN-REG FROM JRN-REG
                          IF JOURNALNOVO-STATUS NOT = 00
                             DISPLAY 'ERRO AO GRAVAR CLIENTESJRN.NEW.'
                                ' STATUS: ' JOURNALNOVO-STATUS
                             MOVE 'N' TO WRK-COPIA-OK
                             MOVE 'S' TO WRK-FIM-ARQUIVO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE JOURNALNOVO
              END-IF
              CLOSE JOURNAL
              IF WRK-COPIA-OK NOT = 'S'
                 DISPLAY 'CLIENTES.JRN NAO FOI ALTERADO: AS IMAGENS '
                    'DO TITULAR CONTINUAM NA RAZAO.'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 0522-RECOPIAR-RAZAO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0521-NEUTRALIZAR-IMAGENS SECTION.
      *----------------------------------------------------------------*
      *    IMAGEM DE INCLUSAO (ANTES ZERADA) NAO TEM O QUE APAGAR NO
      *    LADO ANTES; SO A IMAGEM QUE E DO TITULAR E TOCADA.
           IF JRN-ANTES-FONE = WRK-FONE-TITULAR
              ADD 1 TO WRK-QTD-IMAGENS
              MOVE WRK-NOME-NEUTRO  TO JRN-ANTES-NOME
              MOVE SPACES           TO JRN-ANTES-EMAIL
              MOVE WRK-FONE-TITULAR TO JRN-ANTES-CPF
              MOVE JRN-ANTES-ENDERECO TO WRK-ENDERECO
              MOVE SPACES TO WRK-END-LOGRADOURO WRK-END-NUM-END
              MOVE ZEROS  TO WRK-END-CEP
              MOVE WRK-ENDERECO TO JRN-ANTES-ENDERECO
           END-IF.
           IF JRN-DEPOIS-FONE = WRK-FONE-TITULAR
              ADD 1 TO WRK-QTD-IMAGENS
              MOVE WRK-NOME-NEUTRO  TO JRN-DEPOIS-NOME
              MOVE SPACES           TO JRN-DEPOIS-EMAIL
              MOVE WRK-FONE-TITULAR TO JRN-DEPOIS-CPF
              MOVE JRN-DEPOIS-ENDERECO TO WRK-ENDERECO
              MOVE SPACES TO WRK-END-LOGRADOURO WRK-END-NUM-END
              MOVE ZEROS  TO WRK-END-CEP
              MOVE WRK-ENDERECO TO JRN-DEPOIS-ENDERECO
           END-IF.
      *----------------------------------------------------------------*
       0522-RECOPIAR-RAZAO SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT JOURNALNOVO.
           IF JOURNALNOVO-STATUS NOT = 00
              DISPLAY 'ERRO AO REABRIR CLIENTESJRN.NEW. STATUS: '
                 JOURNALNOVO-STATUS ' CLIENTES.JRN NAO FOI ALTERADO.'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT JOURNAL
              IF JOURNAL-STATUS NOT = 00
                 DISPLAY 'ERRO AO REGRAVAR CLIENTES.JRN. STATUS: '
                    JOURNAL-STATUS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'N' TO WRK-FIM-ARQUIVO
                 PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                    READ JOURNALNOVO
                       AT END
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                          WRITE JRN-REG FROM JRNN-REG
                          IF JOURNAL-STATUS NOT = 00
                             DISPLAY 'ERRO AO REGRAVAR CLIENTES.JRN. '
                                'STATUS: ' JOURNAL-STATUS
                                ' A RAZAO COMPLETA ESTA EM '
                                'CLIENTESJRN.NEW.'
                             MOVE 8   TO RETURN-CODE
                             MOVE 'S' TO WRK-FIM-ARQUIVO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE JOURNAL
              END-IF
              CLOSE JOURNALNOVO
           END-IF.
      *----------------------------------------------------------------*
       0530-JOURNALIZAR-ANONIMIZACAO SECTION.
      *----------------------------------------------------------------*
      *    A PROPRIA ANONIMIZACAO VAI PARA A RAZAO COM O OPERADOR. AS
      *    DUAS IMAGENS JA SAO AS NEUTRAS: A RAZAO NAO PODE GUARDAR O
      *    QUE ACABOU DE SER APAGADO.
           MOVE CLIENTES-FONE     TO WRK-JRN-ANTES-FONE.
           MOVE CLIENTES-NOME     TO WRK-JRN-ANTES-NOME.
           MOVE CLIENTES-EMAIL    TO WRK-JRN-ANTES-EMAIL.
           MOVE CLIENTES-CPF      TO WRK-JRN-ANTES-CPF.
           MOVE CLIENTES-SITUACAO TO WRK-JRN-ANTES-SITUACAO.
           MOVE CLIENTES-ENDERECO TO WRK-JRN-ANTES-ENDERECO.
           OPEN EXTEND JOURNAL.
           IF JOURNAL-STATUS = 35
              OPEN OUTPUT JOURNAL
           END-IF.
           IF JOURNAL-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CLIENTES.JRN. STATUS: '
                 JOURNAL-STATUS ' ANONIMIZACAO NAO REGISTRADA NA '
                 'RAZAO.'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 0531-GRAVAR-LANCAMENTO
              CLOSE JOURNAL
           END-IF.
      *----------------------------------------------------------------*
       0531-GRAVAR-LANCAMENTO SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL      TO JRN-DATA.
           ACCEPT WRK-HORA-ATUAL    FROM TIME.
           MOVE WRK-HORA-ATUAL(1:6) TO JRN-HORA.
           MOVE 'L'                 TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES-FONE     TO JRN-ANTES-FONE.
           MOVE WRK-JRN-ANTES-NOME     TO JRN-ANTES-NOME.
           MOVE WRK-JRN-ANTES-EMAIL    TO JRN-ANTES-EMAIL.
           MOVE WRK-JRN-ANTES-CPF      TO JRN-ANTES-CPF.
           MOVE WRK-JRN-ANTES-SITUACAO TO JRN-ANTES-SITUACAO.
           MOVE WRK-JRN-ANTES-ENDERECO TO JRN-ANTES-ENDERECO.
           MOVE CLIENTES-FONE       TO JRN-DEPOIS-FONE.
           MOVE CLIENTES-NOME       TO JRN-DEPOIS-NOME.
           MOVE CLIENTES-EMAIL      TO JRN-DEPOIS-EMAIL.
           MOVE CLIENTES-CPF        TO JRN-DEPOIS-CPF.
           MOVE CLIENTES-SITUACAO   TO JRN-DEPOIS-SITUACAO.
           MOVE CLIENTES-ENDERECO   TO JRN-DEPOIS-ENDERECO.
           MOVE WRK-OPERADOR        TO JRN-OPERADOR.
           WRITE JRN-REG.
           IF JOURNAL-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR CLIENTES.JRN. STATUS: '
                 JOURNAL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0800-IMPRIMIR-TITULO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-REL-TITULO.
      *----------------------------------------------------------------*
       0810-IMPRIMIR-INDISPONIVEL SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQUIVO INDISPONIVEL - NADA A LISTAR'
              TO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
      *----------------------------------------------------------------*
       0820-IMPRIMIR-QUANTIDADE SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-REL-NOTA-TXT.
           STRING 'REGISTROS: ' DELIMITED BY SIZE
              WRK-QTD-ITENS DELIMITED BY SIZE
              INTO WRK-REL-NOTA-TXT.
           WRITE REG-RELATORIO FROM WRK-REL-NOTA.
      *----------------------------------------------------------------*
       0900-FINALIZAR SECTION.
      *-----------------------
           CLOSE CLIENTES.
      *----------------------------------------------------------------*
