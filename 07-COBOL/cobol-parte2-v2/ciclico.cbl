      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: PLANEJADOR DE CONTAGEM CICLICA PELA CURVA ABC
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    EM VEZ DE FECHAR O DEPOSITO PARA O INVENTARIO GERAL, CONTA
      *    UM POUCO TODO DIA. A OPCAO 1 ATUALIZA A CLASSE DE CADA
      *    PRODUTO EM CICLO.DAT PELO ULTIMO ABCCLASSE.DAT DO ABCCURVA
      *    (SEM VENDA NO PERIODO = 'C'), VE QUEM ESTA VENCIDO PELO
      *    INTERVALO DA CLASSE (A 30 DIAS, B 91, C 182) E GRAVA EM
      *    CICLICO.REL A FOLHA DE CONTAGEM DO DIA COM OS MAIS
      *    ATRASADOS, ATE CICLICO_ITENS_DIA (PADRAO 20), ORDENADA PELA
      *    LOCALIZACAO PARA UM UNICO TRAJETO NOS CORREDORES. A FOLHA
      *    NAO MOSTRA O SALDO DE LIVRO (CONTAGEM CEGA). O CONTADO VOLTA
      *    PELO PROPRIO INVENTARIO (DIGITADO OU INVENTARIO.TRN), QUE
      *    AJUSTA O SALDO, REINICIA O CICLO DO PRODUTO E GRAVA O
      *    HISTORICO CICLOHIST.DAT. A OPCAO 2 MEDE A ACURACIA DESSE
      *    HISTORICO (CONTADO IGUAL AO LIVRO) POR MES E CLASSE E POR
      *    LOCALIZACAO, EM CICLOACUR.REL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CICLICO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WRK-PRODUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PRODUTOS-STATUS
              RECORD KEY PRODUTOS-CHAVE.

           SELECT CICLO ASSIGN TO WRK-CICLO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CICLO-STATUS
              RECORD KEY CIC-CHAVE.

           SELECT ABCCLASSE ASSIGN TO 'ABCCLASSE.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ABCCLASSE-STATUS.

           SELECT CICLOHIST ASSIGN TO 'CICLOHIST.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CICLOHIST-STATUS.

           SELECT RELATORIO ASSIGN TO WRK-REL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PRODUTOS.
       COPY 'produtos-reg.cpy'.
      *-------------
       FD CICLO.
       COPY 'ciclo-reg.cpy'.
      *-------------
      *    CLASSE ABC GRAVADA PELO ABCCURVA.
       FD ABCCLASSE.
       01 ABCL-REG.
          05 ABCL-CODIGO          PIC 9(06).
          05 ABCL-CLASSE          PIC X(01).
          05 ABCL-DATA-FIM        PIC 9(08).
      *-------------
       FD CICLOHIST.
       COPY 'ciclohist-reg.cpy'.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'produtos-cfg.cpy'.
       COPY 'ciclo-cfg.cpy'.
       77 PRODUTOS-STATUS      PIC   9(02).
       77 CICLO-STATUS         PIC   9(02).
       77 ABCCLASSE-STATUS     PIC   9(02).
       77 CICLOHIST-STATUS     PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-REL-PATH         PIC   X(100).
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HOJE-INT         PIC   9(08).
      *    ITENS POR FOLHA DIARIA (CICLICO_ITENS_DIA, PADRAO 20).
       77 WRK-ITENS-ENV        PIC   X(03).
       77 WRK-ITENS-DIA        PIC   9(03) VALUE 20.
       77 WRK-QTD-FOLHA        PIC   9(03) VALUE 0.
       77 WRK-QTD-CLASSES      PIC   9(03) VALUE 0.
       77 WRK-IDX-CLASSE       PIC   9(03) VALUE 0.
       77 WRK-CLASSE           PIC   X(01).
       77 WRK-INTERVALO        PIC   9(03).
       77 WRK-DIAS-ULTIMA      PIC   9(05).
       77 WRK-QTD-DEVIDOS      PIC   9(03) VALUE 0.
       77 WRK-IDX-DEV          PIC   9(03) VALUE 0.
       77 WRK-IDX-ORD          PIC   9(03) VALUE 0.
       77 WRK-TROCOU           PIC   X(01).
      *    LINHAS QUE NAO COUBERAM NAS TABELAS: FICAM FORA COM AVISO
      *    DE CONFERENCIA PARCIAL.
       77 WRK-QTD-EXCEDENTES   PIC   9(06) VALUE 0.
      *    ACURACIA: COMPETENCIA INICIAL DO HISTORICO (0 = TUDO).
       77 WRK-COMP-INICIAL     PIC   9(06).
       77 WRK-QTD-MES          PIC   9(03) VALUE 0.
       77 WRK-IDX-MES          PIC   9(03) VALUE 0.
       77 WRK-QTD-LOC          PIC   9(03) VALUE 0.
       77 WRK-IDX-LOC          PIC   9(03) VALUE 0.
       77 WRK-ACHOU            PIC   X(01).
       77 WRK-TOT-CONTAGENS    PIC   9(07) VALUE 0.
       77 WRK-TOT-ACERTOS      PIC   9(07) VALUE 0.

      *    INTERVALO EM DIAS ENTRE CONTAGENS DE CADA CLASSE: A
      *    MENSAL, B TRIMESTRAL, C SEMESTRAL.
       01 WRK-INTERVALOS.
          05 WRK-INTERVALO-A  PIC 9(03) VALUE 30.
          05 WRK-INTERVALO-B  PIC 9(03) VALUE 91.
          05 WRK-INTERVALO-C  PIC 9(03) VALUE 182.

      *    CLASSE ABC CARREGADA DE ABCCLASSE.DAT.
       01 WRK-TABELA-CLASSES.
          05 WRK-CLS OCCURS 300 TIMES.
             10 WRK-CLS-CODIGO   PIC 9(06).
             10 WRK-CLS-CLASSE   PIC X(01).

      *    PRODUTOS COM CONTAGEM VENCIDA. ATRASO 99999 = NUNCA
      *    CONTADO, QUE PASSA NA FRENTE DE TODOS.
       01 WRK-TABELA-DEVIDOS.
          05 WRK-DEV OCCURS 300 TIMES.
             10 WRK-DEV-LOCAL    PIC X(06).
             10 WRK-DEV-CODIGO   PIC 9(06).
             10 WRK-DEV-DESC     PIC X(30).
             10 WRK-DEV-UNIDADE  PIC X(03).
             10 WRK-DEV-CLASSE   PIC X(01).
             10 WRK-DEV-ULTIMA   PIC 9(08).
             10 WRK-DEV-ATRASO   PIC 9(05).

       01 WRK-DEV-AUX.
          05 WRK-AUX-LOCAL    PIC X(06).
          05 WRK-AUX-CODIGO   PIC 9(06).
          05 WRK-AUX-DESC     PIC X(30).
          05 WRK-AUX-UNIDADE  PIC X(03).
          05 WRK-AUX-CLASSE   PIC X(01).
          05 WRK-AUX-ULTIMA   PIC 9(08).
          05 WRK-AUX-ATRASO   PIC 9(05).

      *    ACURACIA POR COMPETENCIA E CLASSE, NA ORDEM DO HISTORICO.
       01 WRK-TABELA-MESES.
          05 WRK-MES OCCURS 120 TIMES.
             10 WRK-MES-COMP     PIC 9(06).
             10 WRK-MES-CLASSE   PIC X(01).
             10 WRK-MES-CONTAGENS PIC 9(06).
             10 WRK-MES-ACERTOS  PIC 9(06).

      *    ACURACIA POR LOCALIZACAO.
       01 WRK-TABELA-LOCAIS.
          05 WRK-LOC OCCURS 300 TIMES.
             10 WRK-LOC-LOCAL    PIC X(06).
             10 WRK-LOC-CONTAGENS PIC 9(06).
             10 WRK-LOC-ACERTOS  PIC 9(06).

       01 WRK-LOC-AUX.
          05 WRK-LAUX-LOCAL    PIC X(06).
          05 WRK-LAUX-CONTAGENS PIC 9(06).
          05 WRK-LAUX-ACERTOS  PIC 9(06).

       01 WRK-FOLHA-CABEC1.
          05 FILLER           PIC X(32) VALUE
             'CONTAGEM CICLICA - FOLHA DO DIA '.
          05 WRK-FOLHA-DATA   PIC 9(08).
          05 FILLER           PIC X(28) VALUE
             '   CONTADOR: _______________'.

       01 WRK-FOLHA-CABEC2.
          05 FILLER           PIC X(08) VALUE 'LOCAL'.
          05 FILLER           PIC X(08) VALUE 'CODIGO'.
          05 FILLER           PIC X(32) VALUE 'DESCRICAO'.
          05 FILLER           PIC X(05) VALUE 'UN'.
          05 FILLER           PIC X(04) VALUE 'CL'.
          05 FILLER           PIC X(10) VALUE 'ULT CONT'.
          05 FILLER           PIC X(15) VALUE 'QTDE CONTADA'.

       01 WRK-FOLHA-DETALHE.
          05 WRK-FOLHA-LOCAL  PIC X(06).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FOLHA-CODIGO PIC 9(06).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FOLHA-DESC   PIC X(30).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FOLHA-UN     PIC X(03).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-FOLHA-CLASSE PIC X(01).
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-FOLHA-ULTIMA PIC 9(08).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 FILLER           PIC X(15) VALUE '_______________'.

       01 WRK-FOLHA-TOTAL.
          05 FILLER           PIC X(23) VALUE 'ITENS NA FOLHA.......: '.
          05 WRK-FOLHA-QTDE   PIC ZZ9.
          05 FILLER           PIC X(24) VALUE
             '   VENCIDOS NO TOTAL..: '.
          05 WRK-FOLHA-DEVIDOS PIC ZZ9.

       01 WRK-FOLHA-RODAPE.
          05 FILLER           PIC X(35) VALUE
             'LANCAR O CONTADO NO INVENTARIO '.
          05 FILLER           PIC X(31) VALUE
             '(DIGITADO OU INVENTARIO.TRN)'.

       01 WRK-ACUR-CABEC1.
          05 FILLER           PIC X(34) VALUE
             'ACURACIA DA CONTAGEM - EMITIDO EM '.
          05 WRK-ACUR-DATA    PIC 9(08).

       01 WRK-ACUR-CABEC-MES.
          05 FILLER           PIC X(08) VALUE 'COMPET'.
          05 FILLER           PIC X(08) VALUE 'CLASSE'.
          05 FILLER           PIC X(11) VALUE 'CONTAGENS'.
          05 FILLER           PIC X(10) VALUE 'ACERTOS'.
          05 FILLER           PIC X(09) VALUE 'ACURACIA'.

       01 WRK-ACUR-CABEC-LOC.
          05 FILLER           PIC X(16) VALUE 'LOCALIZACAO'.
          05 FILLER           PIC X(11) VALUE 'CONTAGENS'.
          05 FILLER           PIC X(10) VALUE 'ACERTOS'.
          05 FILLER           PIC X(09) VALUE 'ACURACIA'.

       01 WRK-ACUR-DETALHE.
          05 WRK-ACUR-CHAVE   PIC X(16).
          05 WRK-ACUR-CONT    PIC ZZZZZ9.
          05 FILLER           PIC X(05) VALUE SPACES.
          05 WRK-ACUR-ACERTOS PIC ZZZZZ9.
          05 FILLER           PIC X(04) VALUE SPACES.
          05 WRK-ACUR-PCT     PIC ZZ9.99.
          05 FILLER           PIC X(01) VALUE '%'.

       01 WRK-ACUR-CHAVE-MES.
          05 WRK-ACUR-COMP    PIC 9(06).
          05 FILLER           PIC X(04) VALUE SPACES.
          05 WRK-ACUR-CLASSE  PIC X(01).
          05 FILLER           PIC X(05) VALUE SPACES.

       01 WRK-ACUR-TOTAL.
          05 FILLER           PIC X(16) VALUE 'TOTAL GERAL'.
          05 WRK-ACUR-TOT-CONT PIC ZZZZZZ9.
          05 FILLER           PIC X(04) VALUE SPACES.
          05 WRK-ACUR-TOT-ACER PIC ZZZZZZ9.
          05 FILLER           PIC X(03) VALUE SPACES.
          05 WRK-ACUR-TOT-PCT PIC ZZ9.99.
          05 FILLER           PIC X(01) VALUE '%'.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 2000-GERAR-FOLHA
              WHEN 2
                 PERFORM 3000-MEDIR-ACURACIA
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA. NADA FEITO.'
           END-EVALUATE.
           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *---------------------
           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
           END-IF.
           ACCEPT WRK-CICLO-PATH FROM ENVIRONMENT 'CICLO_DAT'.
           IF WRK-CICLO-PATH = SPACES
              MOVE WRK-CICLO-PATH-PADRAO TO WRK-CICLO-PATH
           END-IF.
      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'CICLICO_ITENS_DIA' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-ITENS-DIA
           END-IF.
           ACCEPT WRK-ITENS-ENV FROM ENVIRONMENT 'CICLICO_ITENS_DIA'.
           IF WRK-ITENS-ENV NOT = SPACES
              MOVE WRK-ITENS-ENV TO WRK-ITENS-DIA
           END-IF.
           IF WRK-ITENS-DIA = ZEROS
              MOVE 20 TO WRK-ITENS-DIA
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL).

           DISPLAY 'CONTAGEM CICLICA:'.
           DISPLAY '1 - GERAR A FOLHA DE CONTAGEM DO DIA'.
           DISPLAY '2 - ACURACIA POR CLASSE E LOCALIZACAO'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
      *----------------------------------------------------------------*
       2000-GERAR-FOLHA SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PRODUTOS.DAT. STATUS: '
                 PRODUTOS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CICLO
              IF CICLO-STATUS = 35 THEN
                 OPEN OUTPUT CICLO
                 CLOSE CICLO
                 OPEN I-O CICLO
              END-IF.
           IF CICLO-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CICLO.DAT. STATUS: '
                 CICLO-STATUS
              CLOSE PRODUTOS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 2100-CARREGAR-CLASSES.

           MOVE ZEROS TO PRODUTOS-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PRODUTOS-CHAVE
              INVALID KEY
                 CONTINUE
           END-START.
           IF PRODUTOS-STATUS = 00
              PERFORM UNTIL PRODUTOS-STATUS NOT = 00
                 READ PRODUTOS NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 IF PRODUTOS-STATUS = 00
                    PERFORM 2200-AVALIAR-PRODUTO
                 END-IF
              END-PERFORM
           END-IF.

           PERFORM 2300-PRIORIZAR.
           PERFORM 2400-IMPRIMIR-FOLHA.

           CLOSE PRODUTOS.
           CLOSE CICLO.
           DISPLAY 'FOLHA GRAVADA EM CICLICO.REL. ITENS: '
              WRK-QTD-FOLHA ' DE ' WRK-QTD-DEVIDOS ' VENCIDOS'.
      *----------------------------------------------------------------*
       2100-CARREGAR-CLASSES SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ABCCLASSE.
           IF ABCCLASSE-STATUS NOT = 00
              DISPLAY 'ABCCLASSE.DAT INDISPONIVEL: CLASSES MANTIDAS '
                 'COMO ESTAO EM CICLO.DAT.'
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ ABCCLASSE
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF WRK-QTD-CLASSES < 300
                          ADD 1 TO WRK-QTD-CLASSES
                          MOVE ABCL-CODIGO TO
                             WRK-CLS-CODIGO(WRK-QTD-CLASSES)
                          MOVE ABCL-CLASSE TO
                             WRK-CLS-CLASSE(WRK-QTD-CLASSES)
                       ELSE
                          ADD 1 TO WRK-QTD-EXCEDENTES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ABCCLASSE
           END-IF.
      *----------------------------------------------------------------*
       2200-AVALIAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
           MOVE PRODUTOS-CODIGO TO CIC-CODIGO.
           READ CICLO
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CICLO-STATUS NOT = 00
              MOVE PRODUTOS-CODIGO TO CIC-CODIGO
              MOVE 'C'             TO CIC-CLASSE
              MOVE ZEROS           TO CIC-ULT-CONTAGEM
                                      CIC-QTD-CONTAGENS
                                      CIC-QTD-ACERTOS
           END-IF.

      *    SEM ABCCLASSE.DAT A CLASSE GRAVADA FICA COMO ESTA; COM
      *    ELE, PRODUTO FORA DO ARQUIVO NAO VENDEU E VIRA 'C'.
           IF WRK-QTD-CLASSES > ZEROS
              MOVE 'C' TO WRK-CLASSE
              PERFORM VARYING WRK-IDX-CLASSE FROM 1 BY 1
                    UNTIL WRK-IDX-CLASSE > WRK-QTD-CLASSES
                 IF WRK-CLS-CODIGO(WRK-IDX-CLASSE) = PRODUTOS-CODIGO
                    MOVE WRK-CLS-CLASSE(WRK-IDX-CLASSE) TO WRK-CLASSE
                 END-IF
              END-PERFORM
              MOVE WRK-CLASSE TO CIC-CLASSE
           END-IF.

           WRITE CIC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CICLO-STATUS = 22
              REWRITE CIC-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.

           EVALUATE CIC-CLASSE
              WHEN 'A'
                 MOVE WRK-INTERVALO-A TO WRK-INTERVALO
              WHEN 'B'
                 MOVE WRK-INTERVALO-B TO WRK-INTERVALO
              WHEN OTHER
                 MOVE WRK-INTERVALO-C TO WRK-INTERVALO
           END-EVALUATE.
           IF CIC-ULT-CONTAGEM = ZEROS
              MOVE 99999 TO WRK-DIAS-ULTIMA
           ELSE
              COMPUTE WRK-DIAS-ULTIMA = WRK-HOJE-INT -
                 FUNCTION INTEGER-OF-DATE(CIC-ULT-CONTAGEM)
           END-IF.

           IF WRK-DIAS-ULTIMA >= WRK-INTERVALO
              IF WRK-QTD-DEVIDOS >= 300
                 ADD 1 TO WRK-QTD-EXCEDENTES
              ELSE
                 ADD 1 TO WRK-QTD-DEVIDOS
                 MOVE PRODUTOS-LOCALIZACAO
                    TO WRK-DEV-LOCAL(WRK-QTD-DEVIDOS)
                 MOVE PRODUTOS-CODIGO
                    TO WRK-DEV-CODIGO(WRK-QTD-DEVIDOS)
                 MOVE PRODUTOS-DESCRICAO
                    TO WRK-DEV-DESC(WRK-QTD-DEVIDOS)
                 MOVE PRODUTOS-UNIDADE
                    TO WRK-DEV-UNIDADE(WRK-QTD-DEVIDOS)
                 MOVE CIC-CLASSE
                    TO WRK-DEV-CLASSE(WRK-QTD-DEVIDOS)
                 MOVE CIC-ULT-CONTAGEM
                    TO WRK-DEV-ULTIMA(WRK-QTD-DEVIDOS)
                 IF CIC-ULT-CONTAGEM = ZEROS
                    MOVE 99999 TO WRK-DEV-ATRASO(WRK-QTD-DEVIDOS)
                 ELSE
                    COMPUTE WRK-DEV-ATRASO(WRK-QTD-DEVIDOS) =
                       WRK-DIAS-ULTIMA - WRK-INTERVALO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2300-PRIORIZAR SECTION.
      *----------------------------------------------------------------*
      *    PRIMEIRO OS MAIS ATRASADOS (TROCAS SUCESSIVAS COMO NA
      *    CURVA ABC); DOS QUE CABEM NA FOLHA, ORDEM DE LOCALIZACAO.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU = 'N'
              MOVE 'N' TO WRK-TROCOU
              PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                    UNTIL WRK-IDX-ORD >= WRK-QTD-DEVIDOS
                 IF WRK-DEV-ATRASO(WRK-IDX-ORD) <
                       WRK-DEV-ATRASO(WRK-IDX-ORD + 1)
                    MOVE WRK-DEV(WRK-IDX-ORD)     TO WRK-DEV-AUX
                    MOVE WRK-DEV(WRK-IDX-ORD + 1) TO
                       WRK-DEV(WRK-IDX-ORD)
                    MOVE WRK-DEV-AUX              TO
                       WRK-DEV(WRK-IDX-ORD + 1)
                    MOVE 'S' TO WRK-TROCOU
                 END-IF
              END-PERFORM
           END-PERFORM.

           IF WRK-QTD-DEVIDOS < WRK-ITENS-DIA
              MOVE WRK-QTD-DEVIDOS TO WRK-QTD-FOLHA
           ELSE
              MOVE WRK-ITENS-DIA   TO WRK-QTD-FOLHA
           END-IF.

           MOVE 'S' TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU = 'N'
              MOVE 'N' TO WRK-TROCOU
              PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                    UNTIL WRK-IDX-ORD >= WRK-QTD-FOLHA
                 IF WRK-DEV-LOCAL(WRK-IDX-ORD) >
                       WRK-DEV-LOCAL(WRK-IDX-ORD + 1)
                    MOVE WRK-DEV(WRK-IDX-ORD)     TO WRK-DEV-AUX
                    MOVE WRK-DEV(WRK-IDX-ORD + 1) TO
                       WRK-DEV(WRK-IDX-ORD)
                    MOVE WRK-DEV-AUX              TO
                       WRK-DEV(WRK-IDX-ORD + 1)
                    MOVE 'S' TO WRK-TROCOU
                 END-IF
              END-PERFORM
           END-PERFORM.
      *----------------------------------------------------------------*
       2400-IMPRIMIR-FOLHA SECTION.
      *----------------------------------------------------------------*
           MOVE 'CICLICO.REL' TO WRK-REL-PATH.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-FOLHA-DATA.
           WRITE REG-RELATORIO FROM WRK-FOLHA-CABEC1.
           WRITE REG-RELATORIO FROM WRK-FOLHA-CABEC2.

           PERFORM VARYING WRK-IDX-DEV FROM 1 BY 1
                 UNTIL WRK-IDX-DEV > WRK-QTD-FOLHA
              MOVE WRK-DEV-LOCAL(WRK-IDX-DEV)   TO WRK-FOLHA-LOCAL
              MOVE WRK-DEV-CODIGO(WRK-IDX-DEV)  TO WRK-FOLHA-CODIGO
              MOVE WRK-DEV-DESC(WRK-IDX-DEV)    TO WRK-FOLHA-DESC
              MOVE WRK-DEV-UNIDADE(WRK-IDX-DEV) TO WRK-FOLHA-UN
              MOVE WRK-DEV-CLASSE(WRK-IDX-DEV)  TO WRK-FOLHA-CLASSE
              MOVE WRK-DEV-ULTIMA(WRK-IDX-DEV)  TO WRK-FOLHA-ULTIMA
              WRITE REG-RELATORIO FROM WRK-FOLHA-DETALHE
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTD-FOLHA   TO WRK-FOLHA-QTDE.
           MOVE WRK-QTD-DEVIDOS TO WRK-FOLHA-DEVIDOS.
           WRITE REG-RELATORIO FROM WRK-FOLHA-TOTAL.
           WRITE REG-RELATORIO FROM WRK-FOLHA-RODAPE.
           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                 ' LINHAS FICARAM FORA (TABELAS CHEIAS)'
                 DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CICLICO'         TO SPL-PROGRAMA.
           MOVE 'CICLICO.REL'     TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       3000-MEDIR-ACURACIA SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'COMPETENCIA INICIAL (AAAAMM, 0 = TODO HISTORICO): '.
           ACCEPT WRK-COMP-INICIAL FROM CONSOLE.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CICLOHIST.
           IF CICLOHIST-STATUS NOT = 00
              DISPLAY 'CICLOHIST.DAT INDISPONIVEL. NENHUMA CONTAGEM '
                 'REGISTRADA AINDA.'
           ELSE
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ CICLOHIST
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF CHI-DATA(1:6) >= WRK-COMP-INICIAL
                          PERFORM 3100-ACUMULAR-MES
                          PERFORM 3200-ACUMULAR-LOCAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CICLOHIST
              PERFORM 3300-IMPRIMIR-ACURACIA
           END-IF.
      *----------------------------------------------------------------*
       3100-ACUMULAR-MES SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-TOT-CONTAGENS.
           IF CHI-ACERTO = 'S'
              ADD 1 TO WRK-TOT-ACERTOS
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                 UNTIL WRK-IDX-MES > WRK-QTD-MES
                 OR WRK-ACHOU = 'S'
              IF WRK-MES-COMP(WRK-IDX-MES) = CHI-DATA(1:6)
                    AND WRK-MES-CLASSE(WRK-IDX-MES) = CHI-CLASSE
                 MOVE 'S' TO WRK-ACHOU
                 SUBTRACT 1 FROM WRK-IDX-MES
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N' AND WRK-QTD-MES >= 120
              ADD 1 TO WRK-QTD-EXCEDENTES
           ELSE
              IF WRK-ACHOU = 'N'
                 ADD 1 TO WRK-QTD-MES
                 MOVE WRK-QTD-MES TO WRK-IDX-MES
                 MOVE CHI-DATA(1:6) TO WRK-MES-COMP(WRK-IDX-MES)
                 MOVE CHI-CLASSE    TO WRK-MES-CLASSE(WRK-IDX-MES)
                 MOVE ZEROS TO WRK-MES-CONTAGENS(WRK-IDX-MES)
                               WRK-MES-ACERTOS(WRK-IDX-MES)
              END-IF
              ADD 1 TO WRK-MES-CONTAGENS(WRK-IDX-MES)
              IF CHI-ACERTO = 'S'
                 ADD 1 TO WRK-MES-ACERTOS(WRK-IDX-MES)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       3200-ACUMULAR-LOCAL SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-LOC FROM 1 BY 1
                 UNTIL WRK-IDX-LOC > WRK-QTD-LOC
                 OR WRK-ACHOU = 'S'
              IF WRK-LOC-LOCAL(WRK-IDX-LOC) = CHI-LOCALIZACAO
                 MOVE 'S' TO WRK-ACHOU
                 SUBTRACT 1 FROM WRK-IDX-LOC
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N' AND WRK-QTD-LOC >= 300
              ADD 1 TO WRK-QTD-EXCEDENTES
           ELSE
              IF WRK-ACHOU = 'N'
                 ADD 1 TO WRK-QTD-LOC
                 MOVE WRK-QTD-LOC TO WRK-IDX-LOC
                 MOVE CHI-LOCALIZACAO TO WRK-LOC-LOCAL(WRK-IDX-LOC)
                 MOVE ZEROS TO WRK-LOC-CONTAGENS(WRK-IDX-LOC)
                               WRK-LOC-ACERTOS(WRK-IDX-LOC)
              END-IF
              ADD 1 TO WRK-LOC-CONTAGENS(WRK-IDX-LOC)
              IF CHI-ACERTO = 'S'
                 ADD 1 TO WRK-LOC-ACERTOS(WRK-IDX-LOC)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       3300-IMPRIMIR-ACURACIA SECTION.
      *----------------------------------------------------------------*
           MOVE 'CICLOACUR.REL' TO WRK-REL-PATH.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-ACUR-DATA.
           WRITE REG-RELATORIO FROM WRK-ACUR-CABEC1.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-ACUR-CABEC-MES.

           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                 UNTIL WRK-IDX-MES > WRK-QTD-MES
              MOVE WRK-MES-COMP(WRK-IDX-MES)   TO WRK-ACUR-COMP
              MOVE WRK-MES-CLASSE(WRK-IDX-MES) TO WRK-ACUR-CLASSE
              MOVE WRK-ACUR-CHAVE-MES          TO WRK-ACUR-CHAVE
              MOVE WRK-MES-CONTAGENS(WRK-IDX-MES) TO WRK-ACUR-CONT
              MOVE WRK-MES-ACERTOS(WRK-IDX-MES)   TO WRK-ACUR-ACERTOS
              COMPUTE WRK-ACUR-PCT ROUNDED =
                 WRK-MES-ACERTOS(WRK-IDX-MES) * 100
                 / WRK-MES-CONTAGENS(WRK-IDX-MES)
              WRITE REG-RELATORIO FROM WRK-ACUR-DETALHE
           END-PERFORM.

      *    LOCALIZACOES EM ORDEM DE CORREDOR.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU = 'N'
              MOVE 'N' TO WRK-TROCOU
              PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                    UNTIL WRK-IDX-ORD >= WRK-QTD-LOC
                 IF WRK-LOC-LOCAL(WRK-IDX-ORD) >
                       WRK-LOC-LOCAL(WRK-IDX-ORD + 1)
                    MOVE WRK-LOC(WRK-IDX-ORD)     TO WRK-LOC-AUX
                    MOVE WRK-LOC(WRK-IDX-ORD + 1) TO
                       WRK-LOC(WRK-IDX-ORD)
                    MOVE WRK-LOC-AUX              TO
                       WRK-LOC(WRK-IDX-ORD + 1)
                    MOVE 'S' TO WRK-TROCOU
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-ACUR-CABEC-LOC.
           PERFORM VARYING WRK-IDX-LOC FROM 1 BY 1
                 UNTIL WRK-IDX-LOC > WRK-QTD-LOC
              MOVE WRK-LOC-LOCAL(WRK-IDX-LOC)     TO WRK-ACUR-CHAVE
              IF WRK-LOC-LOCAL(WRK-IDX-LOC) = SPACES
                 MOVE 'SEM LOCAL' TO WRK-ACUR-CHAVE
              END-IF
              MOVE WRK-LOC-CONTAGENS(WRK-IDX-LOC) TO WRK-ACUR-CONT
              MOVE WRK-LOC-ACERTOS(WRK-IDX-LOC)   TO WRK-ACUR-ACERTOS
              COMPUTE WRK-ACUR-PCT ROUNDED =
                 WRK-LOC-ACERTOS(WRK-IDX-LOC) * 100
                 / WRK-LOC-CONTAGENS(WRK-IDX-LOC)
              WRITE REG-RELATORIO FROM WRK-ACUR-DETALHE
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-CONTAGENS TO WRK-ACUR-TOT-CONT.
           MOVE WRK-TOT-ACERTOS   TO WRK-ACUR-TOT-ACER.
           IF WRK-TOT-CONTAGENS > ZEROS
              COMPUTE WRK-ACUR-TOT-PCT ROUNDED =
                 WRK-TOT-ACERTOS * 100 / WRK-TOT-CONTAGENS
           ELSE
              MOVE ZEROS TO WRK-ACUR-TOT-PCT
           END-IF.
           WRITE REG-RELATORIO FROM WRK-ACUR-TOTAL.
           IF WRK-QTD-EXCEDENTES > ZEROS
              MOVE SPACES TO REG-RELATORIO
              STRING 'CONFERENCIA PARCIAL: ' DELIMITED BY SIZE
                 WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                 ' LINHAS FICARAM FORA (TABELAS CHEIAS)'
                 DELIMITED BY SIZE
                 INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CICLICO'         TO SPL-PROGRAMA.
           MOVE 'CICLOACUR.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'ACURACIA GRAVADA EM CICLOACUR.REL. CONTAGENS: '
              WRK-TOT-CONTAGENS.
      *----------------------------------------------------------------*
