           SELECT SIMULACOES ASSIGN TO 'SIMULACOES.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SIMULACOES-STATUS.

           SELECT INDICE-IPCA ASSIGN TO 'IPCA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INDICE-IPCA-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
      *    CLIENTE QUE VOLTA UMA SEMANA DEPOIS NAO PRECISAR REDIGITAR
      *    NADA. NO MODO 1 O RESULTADO E O VALOR FINAL PROJETADO; NO
      *    MODO 2, O APORTE NECESSARIO; NO MODO 3, A TAXA NECESSARIA.
      *    SIM-RENDIMENTO (IR, LIQUIDO E LIQUIDO REAL) E PREENCHIDO NOS
      *    MODOS 1 A 3, PELA PROJECAO COM O APORTE OU A TAXA DA META;
      *    NO FINANCIAMENTO, NA META INATINGIVEL E NOS REGISTROS
      *    GRAVADOS ANTES DELE EXISTIR, FICA EM BRANCO.
       FD SIMULACOES.
       01 SIM-REG.
          05 SIM-ID        PIC 9(05).
          05 SIM-APORTE    PIC 9(09)V99.
          05 SIM-META      PIC 9(09)V99.
          05 SIM-RESULTADO PIC 9(09)V99.
          05 SIM-RENDIMENTO.
             10 SIM-IMPOSTO   PIC 9(09)V99.
             10 SIM-LIQUIDO   PIC 9(09)V99.
             10 SIM-LIQ-REAL  PIC 9(09)V99.
             10 SIM-RENT-REAL PIC S9(05)V99 SIGN LEADING SEPARATE.

      *    IPCA MENSAL, MANTIDO PELO TABFAIXAS (ARQUIVO 4).
       FD INDICE-IPCA.
       01 IPCA-REG.
          05 IPCA-COMPETENCIA PIC 9(06).
          05 IPCA-PERCENTUAL  PIC S9(02)V9(04) SIGN LEADING SEPARATE.
      *------------------------
       WORKING-STORAGE SECTION.
           COPY 'BOOK02.COB'.
       77  SIMULACOES-STATUS PIC 9(02)         VALUE ZEROS.
       77  INDICE-IPCA-STATUS PIC 9(02)        VALUE ZEROS.
       77  WRK-IPCA-FIM     PIC  X(01)        VALUE 'N'.
       77  WRK-SIM-PROXIMO-ID PIC 9(05)        VALUE ZEROS.
       77  WRK-SIM-DATA     PIC  9(08)        VALUE ZEROS.
       77  WRK-SIM-FIM      PIC  X(01)        VALUE 'N'.
       77  WRK-VALOR-INICIAL PIC 9(09)V99     VALUE ZEROS.
       77  WRK-CMP-IDX      PIC  9(01)        VALUE ZEROS.
       77  WRK-CMP-QTD      PIC  9(01)        VALUE ZEROS.
       77  WRK-CMP-POS      PIC  9(01)        VALUE ZEROS.
       77  WRK-CMP-MELHOR   PIC  9(01)        VALUE ZEROS.
       77  WRK-PRAZO-OK     PIC  X(01)        VALUE 'S'.
       77  WRK-RENDIMENTO-OK PIC X(01)        VALUE 'N'.
       77  WRK-IPCA-ABERTO  PIC  X(01)        VALUE 'N'.
       01  WRK-CMP-IDS.
           05 WRK-CMP-ID OCCURS 3 TIMES PIC 9(05).
       01  WRK-CMP-TABELA.
              10 WRK-CMP-APORTE    PIC 9(09)V99.
              10 WRK-CMP-META      PIC 9(09)V99.
              10 WRK-CMP-RESULT    PIC 9(09)V99.
              10 WRK-CMP-TEM-IR    PIC X(01).
              10 WRK-CMP-IMPOSTO   PIC 9(09)V99.
              10 WRK-CMP-LIQUIDO   PIC 9(09)V99.
              10 WRK-CMP-LIQ-REAL  PIC 9(09)V99.
              10 WRK-CMP-RENT-REAL PIC S9(05)V99.
              10 WRK-CMP-RANKEADO  PIC X(01).

      ******************************************************************
       PROCEDURE DIVISION.
               EVALUATE WRK-MODO
                  WHEN 2
                     PERFORM 0410-META-APORTE
                     IF WRK-PRAZO-OK = 'S'
                        PERFORM 0150-PROJETAR-RENDIMENTO
                        PERFORM 0500-GRAVAR-SIMULACAO
                     END-IF
                  WHEN 3
                     PERFORM 0420-META-TAXA
                     IF WRK-PRAZO-OK = 'S'
                        IF WRK-ACHOU-META = 'S'
                           PERFORM 0150-PROJETAR-RENDIMENTO
                        END-IF
                        PERFORM 0500-GRAVAR-SIMULACAO
                     END-IF
                  WHEN 4
                     PERFORM 0430-COMPARAR-SIMULACOES
                  WHEN 5
                     PERFORM 0500-GRAVAR-SIMULACAO
                  WHEN OTHER
                     PERFORM 0100-INICIAR
                     IF WRK-PRAZO-OK = 'S'
                        PERFORM 0150-PROJETAR-RENDIMENTO
                        PERFORM 0500-GRAVAR-SIMULACAO
                     END-IF
               END-EVALUATE
               PERFORM 0300-FINALIZAR.
               GOBACK.
      *----------------------------------------------------------------*
           0100-INICIAR.

           MOVE 0   TO WRK-MES.
           MOVE 'S' TO WRK-PRAZO-OK.
           DISPLAY 'INFORME O VALOR INVESTIDO: '.
           ACCEPT WRK-VALOR FROM CONSOLE.
           MOVE WRK-VALOR TO WRK-VALOR-INICIAL.
           DISPLAY 'INFORME O PRAZO DO INVESTIMENTO: '.
           ACCEPT WRK-PRAZO FROM CONSOLE.
      *    A TABELA DE TAXAS E A DE LOTES DO IR VAO ATE 360 MESES.
           IF WRK-PRAZO > 360
               DISPLAY 'PRAZO MAXIMO DE 360 MESES.'
               MOVE 'N' TO WRK-PRAZO-OK
           ELSE
               PERFORM 0105-LER-TAXAS
           END-IF.
           0100-INICIAR-FIM.
      *----------------------------------------------------------------*
           0105-LER-TAXAS.
           DISPLAY 'USAR TABELA DE TAXA VARIAVEL POR MES (S/N)? '.
           ACCEPT WRK-USA-TABELA-TAXA FROM CONSOLE.
           IF WRK-USA-TABELA-TAXA = 'S'
           END-IF.
           DISPLAY 'INFORME O APORTE MENSAL (0 SE NAO HOUVER): '.
           ACCEPT WRK-APORTE FROM CONSOLE.
           0105-LER-TAXAS-FIM.
      *----------------------------------------------------------------*
           0110-PREPARAR-PROJECAO.
           MOVE 0 TO WRK-MES.
           DISPLAY 'COMPETENCIA DA APLICACAO (AAAAMM, 0 = MES ATUAL): '.
           ACCEPT WRK-COMP-INICIAL FROM CONSOLE.
           IF WRK-COMP-INICIAL = ZEROS
               ACCEPT WRK-SIM-DATA FROM DATE YYYYMMDD
               DIVIDE WRK-SIM-DATA BY 100 GIVING WRK-COMP-INICIAL
           END-IF.
      *    O VALOR INICIAL E O PRIMEIRO LOTE DO IR, APLICADO NO MES 0.
           MOVE 1         TO WRK-QTD-LOTES.
           MOVE 0         TO WRK-LOTE-MES-INI(1).
           MOVE WRK-VALOR TO WRK-LOTE-PRINCIPAL(1) WRK-LOTE-VALOR(1).
           0110-PREPARAR-PROJECAO-FIM.
      *----------------------------------------------------------------*
           0150-PROJETAR-RENDIMENTO.
      *    PROJECAO MES A MES COM O IR DOS LOTES E A DEFLACAO PELO
      *    IPCA. NOS MODOS 2 E 3 RODA DEPOIS DA META, COM O APORTE OU
      *    A TAXA ENCONTRADOS, PARA O CENARIO ENTRAR NO RANKING.
               PERFORM 0110-PREPARAR-PROJECAO.
               PERFORM 0200-PROCESSAR.
               PERFORM 0250-APURAR-IMPOSTO.
               PERFORM 0260-DEFLACIONAR.
               PERFORM 0270-MOSTRAR-LIQUIDO.
               MOVE 'S' TO WRK-RENDIMENTO-OK.
           0150-PROJETAR-RENDIMENTO-FIM.
      *----------------------------------------------------------------*
           0200-PROCESSAR.
      *    O APORTE MENSAL ENTRA NO VALOR DEPOIS DO RENDIMENTO DO MES,
                   END-IF
                   COMPUTE WRK-VALOR = WRK-VALOR * (1 + WRK-TAXAMES/100)
                   ADD WRK-APORTE TO WRK-VALOR
                   PERFORM 0210-RENDER-LOTES
                   DISPLAY 'MES 'WRK-MES' = ' WRK-VALOR
               END-PERFORM.


           0200-PROCESSAR-FIM.
      *----------------------------------------------------------------*
           0210-RENDER-LOTES.
      *    OS LOTES RENDEM A MESMA TAXA DO MES E CADA APORTE ABRE UM
      *    LOTE NOVO, PARA O IR SER COBRADO PELO PRAZO DE CADA UM.
               PERFORM VARYING WRK-IDX-LOTE FROM 1 BY 1
                     UNTIL WRK-IDX-LOTE > WRK-QTD-LOTES
                   COMPUTE WRK-LOTE-VALOR(WRK-IDX-LOTE) =
                      WRK-LOTE-VALOR(WRK-IDX-LOTE)
                      * (1 + WRK-TAXAMES / 100)
               END-PERFORM.
               IF WRK-APORTE > 0 AND WRK-QTD-LOTES < 361
                   ADD 1 TO WRK-QTD-LOTES
                   MOVE WRK-MES    TO WRK-LOTE-MES-INI(WRK-QTD-LOTES)
                   MOVE WRK-APORTE TO WRK-LOTE-PRINCIPAL(WRK-QTD-LOTES)
                                      WRK-LOTE-VALOR(WRK-QTD-LOTES)
               END-IF.
           0210-RENDER-LOTES-FIM.
      *----------------------------------------------------------------*
           0250-APURAR-IMPOSTO.
      *    IR REGRESSIVO SOBRE O GANHO DE CADA LOTE, NA ALIQUOTA DO
      *    PRAZO EM QUE O LOTE FICOU APLICADO ATE O RESGATE NO FIM DO
      *    PRAZO. LOTE SEM GANHO NAO PAGA NEM ABATE IMPOSTO.
               MOVE ZEROS TO WRK-IMPOSTO.
               PERFORM VARYING WRK-IDX-LOTE FROM 1 BY 1
                     UNTIL WRK-IDX-LOTE > WRK-QTD-LOTES
                   COMPUTE WRK-LOTE-MESES =
                      WRK-PRAZO - WRK-LOTE-MES-INI(WRK-IDX-LOTE)
                   COMPUTE WRK-LOTE-GANHO =
                      WRK-LOTE-VALOR(WRK-IDX-LOTE)
                      - WRK-LOTE-PRINCIPAL(WRK-IDX-LOTE)
                   IF WRK-LOTE-GANHO > 0
                       MOVE 1 TO WRK-IDX-IRR
                       PERFORM UNTIL WRK-IDX-IRR = 4
                             OR WRK-LOTE-MESES
                                NOT > WRK-IRR-MESES(WRK-IDX-IRR)
                           ADD 1 TO WRK-IDX-IRR
                       END-PERFORM
                       COMPUTE WRK-IMPOSTO ROUNDED = WRK-IMPOSTO
                          + WRK-LOTE-GANHO
                          * WRK-IRR-ALIQ(WRK-IDX-IRR) / 100
                   END-IF
               END-PERFORM.
               IF WRK-IMPOSTO > WRK-VALOR
                   MOVE WRK-VALOR TO WRK-IMPOSTO
               END-IF.
               COMPUTE WRK-LIQUIDO = WRK-VALOR - WRK-IMPOSTO.
           0250-APURAR-IMPOSTO-FIM.
      *----------------------------------------------------------------*
           0260-DEFLACIONAR.
      *    ACUMULA O IPCA DOS MESES DO PRAZO A PARTIR DA COMPETENCIA
      *    DA APLICACAO E TRAZ O LIQUIDO A VALOR DE HOJE. MES SEM
      *    INDICE NO IPCA.DAT (FUTURO) USA A MEDIA DOS ULTIMOS 12
      *    CARREGADOS. A RENTABILIDADE REAL E SOBRE O TOTAL INVESTIDO
      *    (VALOR INICIAL MAIS OS APORTES, PELO VALOR NOMINAL).
               PERFORM 0265-CARREGAR-IPCA.
               MOVE 1               TO WRK-FATOR-IPCA.
               MOVE ZEROS           TO WRK-QTD-IPCA-PROJ.
               MOVE WRK-COMP-INICIAL TO WRK-COMP-CALC-R.
               PERFORM WRK-PRAZO TIMES
                   MOVE 'N' TO WRK-IPCA-ACHOU
                   PERFORM VARYING WRK-IDX-IPCA FROM 1 BY 1
                         UNTIL WRK-IDX-IPCA > WRK-QTD-IPCA
                            OR WRK-IPCA-ACHOU = 'S'
                       IF WRK-IPC-COMP(WRK-IDX-IPCA) = WRK-COMP-CALC-R
                           MOVE 'S' TO WRK-IPCA-ACHOU
                           MOVE WRK-IPC-PCT(WRK-IDX-IPCA)
                              TO WRK-IPCA-MES
                       END-IF
                   END-PERFORM
                   IF WRK-IPCA-ACHOU = 'N'
                       MOVE WRK-IPCA-PROJ TO WRK-IPCA-MES
                       ADD 1 TO WRK-QTD-IPCA-PROJ
                   END-IF
                   COMPUTE WRK-FATOR-IPCA ROUNDED =
                      WRK-FATOR-IPCA * (1 + WRK-IPCA-MES / 100)
                   ADD 1 TO WRK-COMP-MES
                   IF WRK-COMP-MES > 12
                       MOVE 1 TO WRK-COMP-MES
                       ADD 1 TO WRK-COMP-ANO
                   END-IF
               END-PERFORM.
               COMPUTE WRK-LIQ-REAL ROUNDED =
                  WRK-LIQUIDO / WRK-FATOR-IPCA.
               COMPUTE WRK-INVESTIDO =
                  WRK-VALOR-INICIAL + WRK-APORTE * WRK-PRAZO.
               IF WRK-INVESTIDO = ZEROS
                   MOVE ZEROS TO WRK-RENT-REAL
               ELSE
                   COMPUTE WRK-RENT-REAL ROUNDED =
                      (WRK-LIQ-REAL / WRK-INVESTIDO - 1) * 100
               END-IF.
           0260-DEFLACIONAR-FIM.
      *----------------------------------------------------------------*
           0265-CARREGAR-IPCA.
      *    SEM IPCA.DAT O LIQUIDO REAL FICA IGUAL AO NOMINAL.
               MOVE ZEROS TO WRK-QTD-IPCA WRK-IPCA-PROJ.
               MOVE 'N'   TO WRK-IPCA-FIM WRK-IPCA-ABERTO.
               OPEN INPUT INDICE-IPCA.
               IF INDICE-IPCA-STATUS = '00'
                   MOVE 'S' TO WRK-IPCA-ABERTO
               ELSE
                   DISPLAY 'IPCA.DAT INDISPONIVEL: SEM DEFLACAO.'
                   MOVE 'S' TO WRK-IPCA-FIM
               END-IF.
               PERFORM UNTIL WRK-IPCA-FIM = 'S'
                   READ INDICE-IPCA
                      AT END
                         MOVE 'S' TO WRK-IPCA-FIM
                      NOT AT END
                         IF WRK-QTD-IPCA < 600
                             ADD 1 TO WRK-QTD-IPCA
                             MOVE IPCA-COMPETENCIA
                                TO WRK-IPC-COMP(WRK-QTD-IPCA)
                             MOVE IPCA-PERCENTUAL
                                TO WRK-IPC-PCT(WRK-QTD-IPCA)
                         END-IF
                   END-READ
               END-PERFORM.
               IF WRK-IPCA-ABERTO = 'S'
                   CLOSE INDICE-IPCA
               END-IF.
      *    MEDIA DOS ULTIMOS 12 MESES CARREGADOS, PARA PROJECAO.
               MOVE ZEROS TO WRK-IPCA-SOMA WRK-IPCA-QTD-MEDIA.
               MOVE WRK-QTD-IPCA TO WRK-IDX-IPCA.
               PERFORM UNTIL WRK-IDX-IPCA = ZEROS
                     OR WRK-IPCA-QTD-MEDIA = 12
                   ADD WRK-IPC-PCT(WRK-IDX-IPCA) TO WRK-IPCA-SOMA
                   ADD 1 TO WRK-IPCA-QTD-MEDIA
                   SUBTRACT 1 FROM WRK-IDX-IPCA
               END-PERFORM.
               IF WRK-IPCA-QTD-MEDIA > ZEROS
                   COMPUTE WRK-IPCA-PROJ ROUNDED =
                      WRK-IPCA-SOMA / WRK-IPCA-QTD-MEDIA
               END-IF.
           0265-CARREGAR-IPCA-FIM.
      *----------------------------------------------------------------*
           0270-MOSTRAR-LIQUIDO.
               DISPLAY 'VALOR BRUTO.........: ' WRK-VALOR.
               DISPLAY 'IR REGRESSIVO.......: ' WRK-IMPOSTO.
               DISPLAY 'VALOR LIQUIDO.......: ' WRK-LIQUIDO.
               DISPLAY 'LIQUIDO REAL (IPCA).: ' WRK-LIQ-REAL.
               DISPLAY 'RENTABILIDADE REAL %: ' WRK-RENT-REAL.
               IF WRK-QTD-IPCA-PROJ > ZEROS
                   DISPLAY 'MESES COM IPCA PROJETADO (MEDIA '
                      WRK-IPCA-PROJ '%): ' WRK-QTD-IPCA-PROJ
               END-IF.
           0270-MOSTRAR-LIQUIDO-FIM.
      *----------------------------------------------------------------*
      *    MODO META (GOAL-SEEK): DADO O VALOR FINAL DESEJADO E O
      *    PRAZO, DESCOBRE O APORTE MENSAL NECESSARIO A UMA TAXA FIXA,
      *    PELA FORMULA DO VALOR FUTURO DE UMA SERIE DE PAGAMENTOS.
      *    O APORTE ENCONTRADO (ZERO QUANDO A META JA E ATINGIDA SEM
      *    APORTES) VIRA O APORTE DA PROJECAO DO RENDIMENTO.
           0410-META-APORTE.
           MOVE 'S' TO WRK-PRAZO-OK.
           DISPLAY 'INFORME O VALOR INICIAL INVESTIDO: '.
           ACCEPT WRK-VALOR FROM CONSOLE.
           MOVE WRK-VALOR TO WRK-VALOR-INICIAL.
           DISPLAY 'INFORME O VALOR FINAL DESEJADO (META): '.
           ACCEPT WRK-VALOR-META FROM CONSOLE.
           DISPLAY 'INFORME O PRAZO EM MESES: '.
           DISPLAY 'INFORME A TAXA MENSAL: '.
           ACCEPT WRK-TAXAMES FROM CONSOLE.

           IF WRK-PRAZO = ZEROS OR WRK-PRAZO > 360
              DISPLAY 'O PRAZO PRECISA SER DE 1 A 360 MESES.'
              MOVE 'N' TO WRK-PRAZO-OK
           ELSE
              COMPUTE WRK-APORTE-SIMULADO ROUNDED =
                 (WRK-VALOR-META
                    - WRK-VALOR * (1 + WRK-TAXAMES / 100) ** WRK-PRAZO)
                 / ((((1 + WRK-TAXAMES / 100) ** WRK-PRAZO) - 1)
                    / (WRK-TAXAMES / 100))
              IF WRK-APORTE-SIMULADO > 0
                 DISPLAY 'APORTE MENSAL NECESSARIO: '
                    WRK-APORTE-SIMULADO
              ELSE
                 DISPLAY 'A META JA E ATINGIDA SEM NOVOS APORTES'
                 MOVE ZEROS TO WRK-APORTE-SIMULADO
              END-IF
              MOVE WRK-APORTE-SIMULADO TO WRK-APORTE
              MOVE 'N' TO WRK-USA-TABELA-TAXA
           END-IF.

           0410-META-APORTE-FIM.
      *    MODO META (GOAL-SEEK): DADO O VALOR FINAL DESEJADO E O
      *    PRAZO, DESCOBRE A TAXA MENSAL NECESSARIA POR TENTATIVA,
      *    AUMENTANDO A TAXA SIMULADA ATE A PROJECAO ALCANCAR A META.
      *    A TAXA ENCONTRADA VIRA A TAXA DA PROJECAO DO RENDIMENTO.
           0420-META-TAXA.
           MOVE 'S' TO WRK-PRAZO-OK.
           MOVE 'N' TO WRK-ACHOU-META.
           DISPLAY 'INFORME O VALOR INICIAL INVESTIDO: '.
           ACCEPT WRK-VALOR FROM CONSOLE.
           MOVE WRK-VALOR TO WRK-VALOR-INICIAL.
           DISPLAY 'INFORME O VALOR FINAL DESEJADO (META): '.
           ACCEPT WRK-VALOR-META FROM CONSOLE.
           DISPLAY 'INFORME O PRAZO EM MESES: '.
           DISPLAY 'INFORME O APORTE MENSAL (0 SE NAO HOUVER): '.
           ACCEPT WRK-APORTE FROM CONSOLE.

           IF WRK-PRAZO = ZEROS OR WRK-PRAZO > 360
              DISPLAY 'O PRAZO PRECISA SER DE 1 A 360 MESES.'
              MOVE 'N' TO WRK-PRAZO-OK
           ELSE
              PERFORM 0425-BUSCAR-TAXA
           END-IF.

           0420-META-TAXA-FIM.
      *----------------------------------------------------------------*
           0425-BUSCAR-TAXA.
           MOVE ZEROS TO WRK-TAXAMES-SIMULADA.
           MOVE 'N' TO WRK-ACHOU-META.
           MOVE ZEROS TO WRK-TENTATIVAS.

           IF WRK-ACHOU-META = 'S'
              DISPLAY 'TAXA MENSAL NECESSARIA: ' WRK-TAXAMES-SIMULADA
              MOVE WRK-TAXAMES-SIMULADA TO WRK-TAXAMES
              MOVE 'N' TO WRK-USA-TABELA-TAXA
           ELSE
              DISPLAY 'META INATINGIVEL COM ATE 10% AO MES'
           END-IF.

           0425-BUSCAR-TAXA-FIM.
      *----------------------------------------------------------------*
      *    MODO FINANCIAMENTO: A PERGUNTA INVERSA DO SIMULADOR DE
      *    INVESTIMENTO -- QUANTO CUSTA UM EMPRESTIMO. IMPRIME A
           MOVE WRK-TAXAMES        TO SIM-TAXA.
           MOVE WRK-APORTE         TO SIM-APORTE.
           MOVE WRK-VALOR-META     TO SIM-META.
           MOVE SPACES             TO SIM-RENDIMENTO.
           EVALUATE WRK-MODO
      *       NOS MODOS 2 E 3 A PROJECAO DO RENDIMENTO TAMBEM MEXE NO
      *       WRK-VALOR: VALE O VALOR INICIAL GUARDADO NA ENTRADA.
              WHEN 2
                 MOVE WRK-VALOR-INICIAL   TO SIM-VALOR
                 MOVE WRK-APORTE-SIMULADO TO SIM-RESULTADO
              WHEN 3
                 MOVE WRK-VALOR-INICIAL   TO SIM-VALOR
                 MOVE WRK-TAXAMES-SIMULADA TO SIM-RESULTADO
              WHEN 5
              WHEN 6
                 MOVE WRK-VALOR-INICIAL   TO SIM-VALOR
                 MOVE WRK-VALOR           TO SIM-RESULTADO
           END-EVALUATE.
           IF WRK-RENDIMENTO-OK = 'S'
              MOVE WRK-IMPOSTO         TO SIM-IMPOSTO
              MOVE WRK-LIQUIDO         TO SIM-LIQUIDO
              MOVE WRK-LIQ-REAL        TO SIM-LIQ-REAL
              MOVE WRK-RENT-REAL       TO SIM-RENT-REAL
           END-IF.
           WRITE SIM-REG.
           CLOSE SIMULACOES.
           DISPLAY 'SIMULACAO GRAVADA COM O ID ' WRK-SIM-PROXIMO-ID.
      *----------------------------------------------------------------*
           0430-COMPARAR-SIMULACOES.
      *    CARREGA ATE TRES SIMULACOES GRAVADAS E IMPRIME OS
      *    PARAMETROS LADO A LADO PARA O CLIENTE ESCOLHER, COM O
      *    RANKING PELA RENTABILIDADE REAL LIQUIDA.
           INITIALIZE WRK-CMP-TABELA WRK-CMP-IDS.
           MOVE ZEROS TO WRK-CMP-QTD.
           PERFORM VARYING WRK-CMP-IDX FROM 1 BY 1
           ELSE
              PERFORM 0440-CARREGAR-COMPARACAO
              PERFORM 0450-IMPRIMIR-COMPARACAO
              PERFORM 0455-CLASSIFICAR-CENARIOS
           END-IF.

           0430-COMPARAR-SIMULACOES-FIM.
                             WRK-CMP-META(WRK-CMP-IDX)
                          MOVE SIM-RESULTADO TO
                             WRK-CMP-RESULT(WRK-CMP-IDX)
                          PERFORM 0445-CARREGAR-RENDIMENTO
                       END-IF
                    END-PERFORM
              END-READ
           END-IF.

           0440-CARREGAR-COMPARACAO-FIM.
      *----------------------------------------------------------------*
           0445-CARREGAR-RENDIMENTO.
      *    SO OS MODOS 1 A 3 GRAVADOS COM O IR APURADO ENTRAM NO
      *    RANKING; O FINANCIAMENTO (MODOS 5 E 6) FICA DE FORA.
           IF SIM-MODO > ZEROS AND SIM-MODO < 4
                 AND SIM-LIQUIDO IS NUMERIC
                 AND SIM-RENT-REAL IS NUMERIC
              MOVE 'S'           TO WRK-CMP-TEM-IR(WRK-CMP-IDX)
              MOVE SIM-IMPOSTO   TO WRK-CMP-IMPOSTO(WRK-CMP-IDX)
              MOVE SIM-LIQUIDO   TO WRK-CMP-LIQUIDO(WRK-CMP-IDX)
              MOVE SIM-LIQ-REAL  TO WRK-CMP-LIQ-REAL(WRK-CMP-IDX)
              MOVE SIM-RENT-REAL TO WRK-CMP-RENT-REAL(WRK-CMP-IDX)
           ELSE
              MOVE 'N'           TO WRK-CMP-TEM-IR(WRK-CMP-IDX)
           END-IF.
           0445-CARREGAR-RENDIMENTO-FIM.
      *----------------------------------------------------------------*
           0450-IMPRIMIR-COMPARACAO.
           DISPLAY ' ###### COMPARACAO DE CENARIOS ###### '.
              WRK-CMP-META(2) ' ' WRK-CMP-META(3).
           DISPLAY 'RESULTADO.: ' WRK-CMP-RESULT(1) ' '
              WRK-CMP-RESULT(2) ' ' WRK-CMP-RESULT(3).
           DISPLAY 'COM IR....: ' WRK-CMP-TEM-IR(1) '      '
              WRK-CMP-TEM-IR(2) '      ' WRK-CMP-TEM-IR(3).
           DISPLAY 'IMPOSTO...: ' WRK-CMP-IMPOSTO(1) ' '
              WRK-CMP-IMPOSTO(2) ' ' WRK-CMP-IMPOSTO(3).
           DISPLAY 'LIQUIDO...: ' WRK-CMP-LIQUIDO(1) ' '
              WRK-CMP-LIQUIDO(2) ' ' WRK-CMP-LIQUIDO(3).
           DISPLAY 'LIQ. REAL.: ' WRK-CMP-LIQ-REAL(1) ' '
              WRK-CMP-LIQ-REAL(2) ' ' WRK-CMP-LIQ-REAL(3).
           DISPLAY 'RENT.REAL%: ' WRK-CMP-RENT-REAL(1) ' '
              WRK-CMP-RENT-REAL(2) ' ' WRK-CMP-RENT-REAL(3).

           0450-IMPRIMIR-COMPARACAO-FIM.
      *----------------------------------------------------------------*
           0455-CLASSIFICAR-CENARIOS.
      *    ORDENA PELA RENTABILIDADE REAL LIQUIDA, DA MAIOR PARA A
      *    MENOR. CENARIO SEM IR APURADO (FINANCIAMENTO, META
      *    INATINGIVEL OU GRAVADO ANTES DO IR) FICA FORA DO RANKING.
           DISPLAY ' ###### RANKING POR RENTABILIDADE REAL ###### '.
           MOVE ZEROS TO WRK-CMP-POS.
           PERFORM VARYING WRK-CMP-IDX FROM 1 BY 1
                 UNTIL WRK-CMP-IDX > 3
              MOVE 'N' TO WRK-CMP-RANKEADO(WRK-CMP-IDX)
           END-PERFORM.
           MOVE 1 TO WRK-CMP-MELHOR.
           PERFORM UNTIL WRK-CMP-MELHOR = ZEROS
              MOVE ZEROS TO WRK-CMP-MELHOR
              PERFORM VARYING WRK-CMP-IDX FROM 1 BY 1
                    UNTIL WRK-CMP-IDX > 3
                 IF WRK-CMP-ACHOU(WRK-CMP-IDX) = 'S'
                       AND WRK-CMP-TEM-IR(WRK-CMP-IDX) = 'S'
                       AND WRK-CMP-RANKEADO(WRK-CMP-IDX) = 'N'
                    IF WRK-CMP-MELHOR = ZEROS
                       MOVE WRK-CMP-IDX TO WRK-CMP-MELHOR
                    ELSE
                       IF WRK-CMP-RENT-REAL(WRK-CMP-IDX) >
                             WRK-CMP-RENT-REAL(WRK-CMP-MELHOR)
                          MOVE WRK-CMP-IDX TO WRK-CMP-MELHOR
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WRK-CMP-MELHOR NOT = ZEROS
                 ADD 1 TO WRK-CMP-POS
                 MOVE 'S' TO WRK-CMP-RANKEADO(WRK-CMP-MELHOR)
                 DISPLAY WRK-CMP-POS 'O LUGAR: ID '
                    WRK-CMP-ID(WRK-CMP-MELHOR)
                    ' RENT.REAL% ' WRK-CMP-RENT-REAL(WRK-CMP-MELHOR)
                    ' LIQ. REAL ' WRK-CMP-LIQ-REAL(WRK-CMP-MELHOR)
              END-IF
           END-PERFORM.
           PERFORM VARYING WRK-CMP-IDX FROM 1 BY 1
                 UNTIL WRK-CMP-IDX > 3
              IF WRK-CMP-ID(WRK-CMP-IDX) NOT = ZEROS
                    AND WRK-CMP-RANKEADO(WRK-CMP-IDX) = 'N'
                 IF WRK-CMP-ACHOU(WRK-CMP-IDX) = 'S'
                    DISPLAY 'FORA DO RANKING: ID '
                       WRK-CMP-ID(WRK-CMP-IDX) ' (SEM IR APURADO)'
                 ELSE
                    DISPLAY 'FORA DO RANKING: ID '
                       WRK-CMP-ID(WRK-CMP-IDX) ' (NAO ENCONTRADA)'
                 END-IF
              END-IF
           END-PERFORM.
           0455-CLASSIFICAR-CENARIOS-FIM.
      *----------------------------------------------------------------*
           0300-FINALIZAR.
           DISPLAY ' ######   FINAL  ###### '.
