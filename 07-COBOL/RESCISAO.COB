      *    E MARCADO 'D' COM A DATA, PARA A PROXIMA FOLHA PULA-LO.
      *    TIPOS: 1 DISPENSA SEM JUSTA CAUSA, 2 PEDIDO DE DEMISSAO,
      *    3 JUSTA CAUSA.
      *    O FGTS DEPOSITADO VEM DA SOMA DOS DEPOSITOS DA MATRICULA EM
      *    FGTS.DAT (GRAVADOS PELA FOLHA); SOBRE O SALDO DE SALARIO E
      *    O 13o DA RESCISAO INCIDE O FGTS RESCISORIO (8%) E, NA
      *    DISPENSA SEM JUSTA CAUSA, A MULTA DE 40% SOBRE O DEPOSITADO
      *    MAIS O RESCISORIO. OS VALORES DO FGTS SAO RECOLHIDOS NA
      *    CONTA VINCULADA E SAEM NO DEMONSTRATIVO FORA DO TOTAL.
      *    AS VERBAS PAGAS VAO PARA PAGEXTRA.DAT, SEPARADAS EM
      *    TRIBUTAVEL, 13o E ISENTO, PARA O INFORME DE RENDIMENTOS.
      *    O SALDO DEVEDOR DOS EMPRESTIMOS CONSIGNADOS (PARCELAS A
      *    VENCER MAIS O PENDENTE) E DESCONTADO DAS VERBAS, ATE O
      *    TOTAL DA RESCISAO; OS CONTRATOS SAO BAIXADOS COMO 'R' E O
      *    QUE NAO COUBE FICA PENDENTE PARA O BANCO COBRAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
              FILE STATUS IS FUNCIONARIOS-STATUS
              RECORD KEY FUNC-CHAVE.

           SELECT FGTS ASSIGN TO WRK-FGTS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FGTS-STATUS
              RECORD KEY FGTS-CHAVE.

           SELECT CONSIGNADO ASSIGN TO WRK-CONSIGNADO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONSIGNADO-STATUS
              RECORD KEY CSG-CHAVE.

           SELECT RELATORIO ASSIGN TO 'RESCISAO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.

           SELECT PAGEXTRA ASSIGN TO 'PAGEXTRA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAGEXTRA-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FD FUNCIONARIOS.
       COPY 'funcionarios-reg.cpy'.

       FD FGTS.
       COPY 'fgts-reg.cpy'.

       FD CONSIGNADO.
       COPY 'consignado-reg.cpy'.

       FD RELATORIO.
       01 REG-RELATORIO         PIC X(132).

      *    VERBAS DA RESCISAO PARA O INFORME DE RENDIMENTOS DO ANO.
       FD PAGEXTRA.
       COPY 'pagextra-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
       COPY 'funcionarios-cfg.cpy'.
       COPY 'fgts-cfg.cpy'.
       COPY 'consignado-cfg.cpy'.
       77 CONSIGNADO-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-CONSIG-ABERTO   PIC X(01) VALUE 'N'.
       77 WRK-FIM-CONSIG      PIC X(01) VALUE 'N'.
       77 WRK-CONSIG-SALDO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CONSIG-CONTRATO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CONSIG-DESC     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CONSIG-RESTO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CONSIG-PARTE    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-RESC    PIC 9(10)V99 VALUE ZEROS.
       77 FGTS-STATUS         PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-FGTS        PIC X(01) VALUE 'N'.
       77 WRK-FGTS-ALIQ       PIC 9(02)V99 VALUE 8.
       77 WRK-MULTA-PCT       PIC 9(02)V99 VALUE 40.
       77 WRK-FGTS-DEPOSITADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FGTS-RESCISORIO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MULTA-FGTS      PIC 9(10)V99 VALUE ZEROS.
       77 FUNCIONARIOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RELATORIO-STATUS    PIC 9(02) VALUE ZEROS.
       77 PAGEXTRA-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-MATRICULA-INF   PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO-INF        PIC 9(01) VALUE ZEROS.
       01 WRK-DATA-DESLIG.
          05 WRK-REL-DESC     PIC X(28).
          05 WRK-REL-VALOR    PIC X(20).
           COPY 'MOEDAWS.COB'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              WRK-SALDO-SALARIO + WRK-FERIAS-VENCIDAS
              + WRK-FERIAS-PROPORC + WRK-VALOR-13.

           PERFORM 0250-CALCULAR-FGTS THRU 0250-CALCULAR-FGTS-FIM.
           PERFORM 0260-APURAR-CONSIGNADO
              THRU 0260-APURAR-CONSIGNADO-FIM.

           0200-CALCULAR-FIM.
      *----------------------------------------------------------------*
           0250-CALCULAR-FGTS.
      *    SALDO DA CONTA VINCULADA: TODOS OS DEPOSITOS DA MATRICULA.
      *    SEM O FGTS.DAT O SALDO FICA ZERO E O DEMONSTRATIVO AVISA.
           ACCEPT WRK-FGTS-PATH FROM ENVIRONMENT 'FGTS_DAT'.
           IF WRK-FGTS-PATH = SPACES
              MOVE WRK-FGTS-PATH-PADRAO TO WRK-FGTS-PATH
           END-IF.
           OPEN INPUT FGTS.
           IF FGTS-STATUS NOT = '00'
              DISPLAY 'FGTS.DAT INDISPONIVEL. STATUS: ' FGTS-STATUS
              DISPLAY 'MULTA CALCULADA SEM OS DEPOSITOS ANTERIORES!'
           ELSE
              MOVE FUNC-MATRICULA TO FGTS-MATRICULA
              MOVE ZEROS          TO FGTS-COMPETENCIA
              START FGTS KEY IS NOT LESS THAN FGTS-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-FGTS
              END-START
              PERFORM UNTIL WRK-FIM-FGTS = 'S'
                 READ FGTS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-FGTS
                    NOT AT END
                       IF FGTS-MATRICULA NOT = FUNC-MATRICULA
                          MOVE 'S' TO WRK-FIM-FGTS
                       ELSE
                          ADD FGTS-DEPOSITO TO WRK-FGTS-DEPOSITADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FGTS
           END-IF.

      *    FGTS RESCISORIO: SALDO DE SALARIO E 13o (FERIAS
      *    INDENIZADAS NAO TEM FGTS). A MULTA DE 40% E SO DA
      *    DISPENSA SEM JUSTA CAUSA.
           COMPUTE WRK-FGTS-RESCISORIO ROUNDED =
              (WRK-SALDO-SALARIO + WRK-VALOR-13) * WRK-FGTS-ALIQ / 100.
           IF WRK-TIPO-INF = 1
              COMPUTE WRK-MULTA-FGTS ROUNDED =
                 (WRK-FGTS-DEPOSITADO + WRK-FGTS-RESCISORIO)
                 * WRK-MULTA-PCT / 100
           END-IF.

           0250-CALCULAR-FGTS-FIM.
      *----------------------------------------------------------------*
           0260-APURAR-CONSIGNADO.
      *    SALDO DEVEDOR DE CADA CONTRATO ATIVO: PARCELAS AINDA NAO
      *    COBRADAS MAIS O PENDENTE DE MESES SEM MARGEM. O DESCONTO
      *    NAO PASSA DO TOTAL DA RESCISAO.
           ACCEPT WRK-CONSIGNADO-PATH FROM ENVIRONMENT
              'CONSIGNADO_DAT'.
           IF WRK-CONSIGNADO-PATH = SPACES
              MOVE WRK-CONSIGNADO-PATH-PADRAO TO WRK-CONSIGNADO-PATH
           END-IF.
           OPEN I-O CONSIGNADO.
           IF CONSIGNADO-STATUS = '00'
              MOVE 'S' TO WRK-CONSIG-ABERTO
              MOVE 'N' TO WRK-FIM-CONSIG
              MOVE FUNC-MATRICULA TO CSG-MATRICULA
              MOVE SPACES         TO CSG-CONTRATO
              START CONSIGNADO KEY IS NOT LESS THAN CSG-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-CONSIG
              END-START
              PERFORM UNTIL WRK-FIM-CONSIG = 'S'
                 READ CONSIGNADO NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-CONSIG
                    NOT AT END
                       IF CSG-MATRICULA NOT = FUNC-MATRICULA
                          MOVE 'S' TO WRK-FIM-CONSIG
                       ELSE
                          IF CSG-SITUACAO = 'A'
                             COMPUTE WRK-CONSIG-SALDO =
                                WRK-CONSIG-SALDO
                                + (CSG-QTD-PARCELAS
                                   - CSG-PARCELAS-VENCIDAS)
                                  * CSG-VALOR-PARCELA
                                + CSG-SALDO-PENDENTE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

           IF WRK-CONSIG-SALDO > WRK-TOTAL-RESCISAO
              MOVE WRK-TOTAL-RESCISAO TO WRK-CONSIG-DESC
           ELSE
              MOVE WRK-CONSIG-SALDO   TO WRK-CONSIG-DESC
           END-IF.
           COMPUTE WRK-LIQUIDO-RESC =
              WRK-TOTAL-RESCISAO - WRK-CONSIG-DESC.

           0260-APURAR-CONSIGNADO-FIM.
      *----------------------------------------------------------------*
           0300-IMPRIMIR.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-TOTAL-RESCISAO TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-REL-VALOR.
           WRITE REG-RELATORIO FROM WRK-REL-LINHA.
           IF WRK-CONSIG-SALDO NOT = ZEROS
              MOVE 'EMPRESTIMO CONSIGNADO.....:' TO WRK-REL-DESC
              MOVE WRK-CONSIG-DESC TO WRK-VALOR-EDITADO
              MOVE WRK-VALOR-EDITADO TO WRK-REL-VALOR
              WRITE REG-RELATORIO FROM WRK-REL-LINHA
              MOVE 'LIQUIDO DA RESCISAO.......:' TO WRK-REL-DESC
              MOVE WRK-LIQUIDO-RESC TO WRK-VALOR-EDITADO
              MOVE WRK-VALOR-EDITADO TO WRK-REL-VALOR
              WRITE REG-RELATORIO FROM WRK-REL-LINHA
              IF WRK-CONSIG-SALDO > WRK-CONSIG-DESC
                 MOVE 'SALDO CONSIG. NAO QUITADO.:' TO WRK-REL-DESC
                 COMPUTE WRK-VALOR-EDITADO =
                    WRK-CONSIG-SALDO - WRK-CONSIG-DESC
                 MOVE WRK-VALOR-EDITADO TO WRK-REL-VALOR
                 WRITE REG-RELATORIO FROM WRK-REL-LINHA
              END-IF
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'FGTS (CONTA VINCULADA)' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'FGTS DEPOSITADO...........:' TO WRK-REL-DESC.
           MOVE WRK-FGTS-DEPOSITADO TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-REL-VALOR.
           WRITE REG-RELATORIO FROM WRK-REL-LINHA.
           MOVE 'FGTS DA RESCISAO (8%).....:' TO WRK-REL-DESC.
           MOVE WRK-FGTS-RESCISORIO TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-REL-VALOR.
           WRITE REG-RELATORIO FROM WRK-REL-LINHA.
           MOVE 'MULTA RESCISORIA (40%)....:' TO WRK-REL-DESC.
           MOVE WRK-MULTA-FGTS TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-REL-VALOR.
           WRITE REG-RELATORIO FROM WRK-REL-LINHA.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'RESCISAO'        TO SPL-PROGRAMA.
           MOVE 'RESCISAO.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           DISPLAY 'DEMONSTRATIVO GRAVADO EM RESCISAO.REL.'.
           MOVE WRK-TOTAL-RESCISAO TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL DA RESCISAO: ' WRK-VALOR-EDITADO.
           MOVE WRK-MULTA-FGTS TO WRK-VALOR-EDITADO.
           DISPLAY 'MULTA DO FGTS....: ' WRK-VALOR-EDITADO.
           IF WRK-CONSIG-SALDO NOT = ZEROS
              MOVE WRK-CONSIG-DESC TO WRK-VALOR-EDITADO
              DISPLAY 'CONSIGNADO.......: ' WRK-VALOR-EDITADO
           END-IF.

           0300-IMPRIMIR-FIM.
      *----------------------------------------------------------------*
           IF FUNCIONARIOS-STATUS = '00'
              DISPLAY 'FUNCIONARIO MARCADO COMO DESLIGADO: A '
                 'PROXIMA FOLHA NAO O PROCESSA.'
              PERFORM 0450-GRAVAR-PAGEXTRA
                 THRU 0450-GRAVAR-PAGEXTRA-FIM
              PERFORM 0460-BAIXAR-CONSIGNADO
                 THRU 0460-BAIXAR-CONSIGNADO-FIM
           ELSE
              DISPLAY 'ERRO AO MARCAR DESLIGAMENTO. STATUS: '
                 FUNCIONARIOS-STATUS
           END-IF.

           0400-DESLIGAR-FIM.
      *----------------------------------------------------------------*
           0450-GRAVAR-PAGEXTRA.
      *    NATUREZA FISCAL DAS VERBAS: SALDO DE SALARIO E TRIBUTAVEL,
      *    O 13o TEM TRIBUTACAO EXCLUSIVA E AS FERIAS INDENIZADAS
      *    (VENCIDAS E PROPORCIONAIS COM O TERCO) SAO ISENTAS.
           OPEN EXTEND PAGEXTRA.
           IF PAGEXTRA-STATUS = '35'
              OPEN OUTPUT PAGEXTRA
           END-IF.
           IF PAGEXTRA-STATUS NOT = '00'
              DISPLAY 'PAGEXTRA.DAT INDISPONIVEL. STATUS: '
                 PAGEXTRA-STATUS
              DISPLAY 'RESCISAO NAO ENTRA NO INFORME DE RENDIMENTOS!'
           ELSE
              MOVE WRK-DATA-DESLIG-NUM TO PGX-DATA
              MOVE FUNC-MATRICULA      TO PGX-MATRICULA
              MOVE FUNC-NOME           TO PGX-NOME
              MOVE 'R'                 TO PGX-ORIGEM
              MOVE WRK-SALDO-SALARIO   TO PGX-TRIBUTAVEL
              MOVE ZEROS               TO PGX-INSS PGX-IRRF
                                          PGX-13-INSS PGX-13-IRRF
              MOVE WRK-VALOR-13        TO PGX-13-BRUTO
              COMPUTE PGX-ISENTO =
                 WRK-FERIAS-VENCIDAS + WRK-FERIAS-PROPORC
              WRITE PGX-REG
              CLOSE PAGEXTRA
           END-IF.

           0450-GRAVAR-PAGEXTRA-FIM.
      *----------------------------------------------------------------*
           0460-BAIXAR-CONSIGNADO.
      *    O DESCONTO E REPARTIDO ENTRE OS CONTRATOS ATIVOS NA ORDEM
      *    DA CHAVE. TODAS AS PARCELAS PASSAM A VENCIDAS E O CONTRATO
      *    FICA 'R'; A PARTE NAO DESCONTADA FICA EM PENDENTE. O VALOR
      *    ENTRA NO REPASSE DA COMPETENCIA DO DESLIGAMENTO, SOMADO AO
      *    QUE A FOLHA DO MES JA TENHA DESCONTADO.
           IF WRK-CONSIG-ABERTO = 'S' AND WRK-CONSIG-SALDO NOT = ZEROS
              MOVE WRK-CONSIG-DESC TO WRK-CONSIG-RESTO
              MOVE 'N' TO WRK-FIM-CONSIG
              MOVE FUNC-MATRICULA TO CSG-MATRICULA
              MOVE SPACES         TO CSG-CONTRATO
              START CONSIGNADO KEY IS NOT LESS THAN CSG-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-CONSIG
              END-START
              PERFORM UNTIL WRK-FIM-CONSIG = 'S'
                 READ CONSIGNADO NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-CONSIG
                    NOT AT END
                       IF CSG-MATRICULA NOT = FUNC-MATRICULA
                          MOVE 'S' TO WRK-FIM-CONSIG
                       ELSE
                          IF CSG-SITUACAO = 'A'
                             PERFORM 0465-BAIXAR-CONTRATO
                                THRU 0465-BAIXAR-CONTRATO-FIM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

           0460-BAIXAR-CONSIGNADO-FIM.
      *----------------------------------------------------------------*
           0465-BAIXAR-CONTRATO.
           COMPUTE WRK-CONSIG-CONTRATO =
              (CSG-QTD-PARCELAS - CSG-PARCELAS-VENCIDAS)
              * CSG-VALOR-PARCELA + CSG-SALDO-PENDENTE.
           IF WRK-CONSIG-CONTRATO > WRK-CONSIG-RESTO
              MOVE WRK-CONSIG-RESTO    TO WRK-CONSIG-PARTE
           ELSE
              MOVE WRK-CONSIG-CONTRATO TO WRK-CONSIG-PARTE
           END-IF.
           SUBTRACT WRK-CONSIG-PARTE FROM WRK-CONSIG-RESTO.

           IF CSG-ULT-COMPETENCIA = WRK-DATA-DESLIG-NUM (1:6)
              ADD WRK-CONSIG-PARTE TO CSG-ULT-DESCONTO
           ELSE
              MOVE CSG-PARCELAS-VENCIDAS TO CSG-ANT-VENCIDAS
              MOVE CSG-SALDO-PENDENTE    TO CSG-ANT-PENDENTE
              MOVE WRK-DATA-DESLIG-NUM (1:6) TO CSG-ULT-COMPETENCIA
              MOVE WRK-CONSIG-PARTE      TO CSG-ULT-DESCONTO
           END-IF.
           MOVE CSG-QTD-PARCELAS TO CSG-PARCELAS-VENCIDAS.
           COMPUTE CSG-SALDO-PENDENTE =
              WRK-CONSIG-CONTRATO - WRK-CONSIG-PARTE.
           ADD WRK-CONSIG-PARTE TO CSG-TOTAL-DESCONTADO.
           MOVE 'R' TO CSG-SITUACAO.
           REWRITE CSG-REG
              INVALID KEY
                 DISPLAY 'ERRO AO BAIXAR CONTRATO ' CSG-CONTRATO
           END-REWRITE.

           0465-BAIXAR-CONTRATO-FIM.
      *----------------------------------------------------------------*
           0500-FINALIZAR.
           CLOSE FUNCIONARIOS.
           IF WRK-CONSIG-ABERTO = 'S'
              CLOSE CONSIGNADO
           END-IF.

           0500-FINALIZAR-FIM.
      *----------------------------------------------------------------*
