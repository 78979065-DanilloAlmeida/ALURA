      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: ROTINA COMUM DOS PONTOS DE FIDELIDADE
      *DATA....: 01/10/26
      *
      ******************************************************************
      *    UNICO PROGRAMA QUE GRAVA A RAZAO DE PONTOS (FIDELIDADE.DAT),
      *    EMPACOTADO COM LINKAGE COMO O DIAUTIL:
      *       CALL 'FIDPONTOS' USING FPT-PARAMETROS
      *    (VER fidpontos-lnk.cpy). O PEDIDOS ACUMULA NO FATURAMENTO,
      *    RESGATA NA DIGITACAO E ESTORNA NO CANCELAMENTO; A
      *    DEVOLUCAO ESTORNA PROPORCIONAL AO VALOR DEVOLVIDO; O
      *    APROVACAO DEVOLVE O RESGATE DO PEDIDO REJEITADO; O
      *    CLIENTES E O EXTRATOCLI CONSULTAM O SALDO; O FIDPASSIVO
      *    BAIXA OS VENCIDOS E APURA O PASSIVO DO MES.
      *    PARAMETROS NO AMBIENTE:
      *       FIDELIDADE_PONTOS_REAL    PONTOS POR REAL (PADRAO 1)
      *       FIDELIDADE_VALIDADE_MESES VALIDADE DO LOTE (PADRAO 12)
      *       FIDELIDADE_PONTO_CTVS     VALOR DO PONTO NO RESGATE,
      *                                 EM CENTAVOS (PADRAO 1)
      *    O VENCIMENTO E PELO MAIS ANTIGO PRIMEIRO: DOS PONTOS DE
      *    LOTES JA VENCIDOS SAI TUDO O QUE JA FOI CONSUMIDO (RESGATE,
      *    EXPIRACAO); O QUE SOBRA ESTA VENCIDO E NAO E DISPONIVEL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. FIDPONTOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT FIDELIDADE ASSIGN TO WRK-FIDELIDADE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FIDELIDADE-STATUS
              RECORD KEY FID-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD FIDELIDADE.
       COPY 'fidelidade-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'fidelidade-cfg.cpy'.
       77 FIDELIDADE-STATUS    PIC   9(02).
       77 WRK-PARAM-ENV        PIC   X(04).
       77 WRK-PONTOS-REAL      PIC   9(04) VALUE 1.
       77 WRK-VALIDADE-MESES   PIC   9(03) VALUE 12.
       77 WRK-PONTO-CTVS       PIC   9(04) VALUE 1.
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-DATA-30-DIAS     PIC   9(08).
       77 WRK-DATA-INT         PIC   9(08).
       77 WRK-FIM-FID          PIC   X(01).
       77 WRK-PONTOS           PIC   S9(09).
       77 WRK-TOTAL            PIC   S9(09).
       77 WRK-GANHO-VENCIDO    PIC   S9(09).
       77 WRK-GANHO-VENCE-30   PIC   S9(09).
       77 WRK-CONSUMIDO        PIC   S9(09).
       77 WRK-VENCIDOS         PIC   S9(09).
       77 WRK-VENCE-30         PIC   S9(09).
       77 WRK-DISPONIVEL       PIC   S9(09).
       77 WRK-PED-GANHO        PIC   S9(09).
       77 WRK-PED-ESTORNADO    PIC   S9(09).
       77 WRK-PED-RESGATADO    PIC   S9(09).
       77 WRK-PED-RESTANTE     PIC   S9(09).
       77 WRK-PED-VALIDADE     PIC   9(08).
       77 WRK-MESES-TOTAL      PIC   9(07).
       77 WRK-NOVO-TIPO        PIC   X(01).
       77 WRK-NOVO-PEDIDO      PIC   9(09).
       77 WRK-NOVO-BASE        PIC   9(07)V99.
       77 WRK-NOVA-VALIDADE    PIC   9(08).
       01 WRK-DATA-VALIDADE.
          05 WRK-VAL-ANO       PIC 9(04).
          05 WRK-VAL-MES       PIC 9(02).
          05 WRK-VAL-DIA       PIC 9(02).
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       COPY 'fidpontos-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING FPT-PARAMETROS.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-PARAMETROS.
           MOVE 'S'   TO FPT-RETORNO.
           MOVE ZEROS TO FPT-SALDO FPT-A-VENCER FPT-VALOR-SALDO.
           MOVE WRK-PONTO-CTVS TO FPT-PONTO-CTVS.
           IF FPT-OPERACAO NOT = 'R'
              MOVE ZEROS TO FPT-QTD
           END-IF.

           ACCEPT WRK-FIDELIDADE-PATH FROM ENVIRONMENT
              'FIDELIDADE_DAT'.
           IF WRK-FIDELIDADE-PATH = SPACES
              MOVE WRK-FIDELIDADE-PATH-PADRAO TO WRK-FIDELIDADE-PATH
           END-IF.
           OPEN I-O FIDELIDADE
              IF FIDELIDADE-STATUS = 35 THEN
                 OPEN OUTPUT FIDELIDADE
                 CLOSE FIDELIDADE
                 OPEN I-O FIDELIDADE
              END-IF.

           IF FIDELIDADE-STATUS NOT = 00
              MOVE 'N' TO FPT-RETORNO
           ELSE
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-ATUAL FROM TIME
              COMPUTE WRK-DATA-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL) + 30
              COMPUTE WRK-DATA-30-DIAS =
                 FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
              PERFORM 0200-APURAR
              EVALUATE FPT-OPERACAO
                 WHEN 'S'
                    CONTINUE
                 WHEN 'X'
                    PERFORM 0300-BAIXAR-VENCIDOS
                 WHEN 'A'
                    PERFORM 0300-BAIXAR-VENCIDOS
                    PERFORM 0400-ACUMULAR
                 WHEN 'E'
                    PERFORM 0300-BAIXAR-VENCIDOS
                    PERFORM 0500-ESTORNAR
                 WHEN 'R'
                    PERFORM 0300-BAIXAR-VENCIDOS
                    PERFORM 0600-RESGATAR
                 WHEN 'D'
                    PERFORM 0700-DEVOLVER-RESGATE
                 WHEN OTHER
                    MOVE 'N' TO FPT-RETORNO
              END-EVALUATE
              PERFORM 0200-APURAR
              MOVE WRK-DISPONIVEL TO FPT-SALDO
              MOVE WRK-VENCE-30   TO FPT-A-VENCER
              COMPUTE FPT-VALOR-SALDO =
                 WRK-DISPONIVEL * WRK-PONTO-CTVS / 100
              CLOSE FIDELIDADE
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-PARAMETROS SECTION.
      *----------------------------------------------------------------*
           MOVE 1  TO WRK-PONTOS-REAL WRK-PONTO-CTVS.
           MOVE 12 TO WRK-VALIDADE-MESES.
           MOVE SPACES TO WRK-PARAM-ENV.
      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'FIDELIDADE_PONTOS_REAL' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-PONTOS-REAL
           END-IF.
           ACCEPT WRK-PARAM-ENV FROM ENVIRONMENT
              'FIDELIDADE_PONTOS_REAL'.
           IF WRK-PARAM-ENV NOT = SPACES
              MOVE WRK-PARAM-ENV TO WRK-PONTOS-REAL
           END-IF.
           MOVE SPACES TO WRK-PARAM-ENV.
           MOVE 'FIDELIDADE_VALIDADE_MESES' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-VALIDADE-MESES
           END-IF.
           ACCEPT WRK-PARAM-ENV FROM ENVIRONMENT
              'FIDELIDADE_VALIDADE_MESES'.
           IF WRK-PARAM-ENV NOT = SPACES
              MOVE WRK-PARAM-ENV TO WRK-VALIDADE-MESES
           END-IF.
           MOVE SPACES TO WRK-PARAM-ENV.
           MOVE 'FIDELIDADE_PONTO_CTVS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-PONTO-CTVS
           END-IF.
           ACCEPT WRK-PARAM-ENV FROM ENVIRONMENT
              'FIDELIDADE_PONTO_CTVS'.
           IF WRK-PARAM-ENV NOT = SPACES
              MOVE WRK-PARAM-ENV TO WRK-PONTO-CTVS
           END-IF.
      *----------------------------------------------------------------*
       0200-APURAR SECTION.
      *----------------------------------------------------------------*
      *    VARRE OS LANCAMENTOS DO CLIENTE: SALDO TOTAL, ACUMULOS JA
      *    VENCIDOS (E OS QUE VENCEM EM 30 DIAS), O QUE JA FOI
      *    CONSUMIDO, E O QUE O PEDIDO INFORMADO ACUMULOU, ESTORNOU
      *    E RESGATOU.
           MOVE ZEROS TO WRK-TOTAL WRK-GANHO-VENCIDO WRK-GANHO-VENCE-30
                         WRK-CONSUMIDO WRK-PED-GANHO WRK-PED-ESTORNADO
                         WRK-PED-RESGATADO WRK-PED-VALIDADE.
           MOVE 'N' TO WRK-FIM-FID.
           MOVE FPT-FONE TO FID-FONE.
           MOVE ZEROS    TO FID-DATA FID-HORA FID-SEQ.
           START FIDELIDADE KEY IS NOT LESS THAN FID-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-FID
           END-START.

           PERFORM UNTIL WRK-FIM-FID = 'S'
              READ FIDELIDADE NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-FID
              END-READ
              IF WRK-FIM-FID NOT = 'S'
                 IF FID-FONE NOT = FPT-FONE
                    MOVE 'S' TO WRK-FIM-FID
                 ELSE
                    ADD FID-PONTOS TO WRK-TOTAL
                    EVALUATE FID-TIPO
                       WHEN 'A'
                       WHEN 'E'
                          IF FID-VALIDADE < WRK-DATA-ATUAL
                             ADD FID-PONTOS TO WRK-GANHO-VENCIDO
                          END-IF
                          IF FID-VALIDADE < WRK-DATA-30-DIAS
                             ADD FID-PONTOS TO WRK-GANHO-VENCE-30
                          END-IF
                       WHEN OTHER
                          SUBTRACT FID-PONTOS FROM WRK-CONSUMIDO
                    END-EVALUATE
                    IF FID-PEDIDO = FPT-PEDIDO
                          AND FPT-PEDIDO NOT = ZEROS
                       EVALUATE FID-TIPO
                          WHEN 'A'
                             ADD FID-PONTOS TO WRK-PED-GANHO
                             MOVE FID-VALIDADE TO WRK-PED-VALIDADE
                          WHEN 'E'
                             ADD FID-PONTOS TO WRK-PED-ESTORNADO
                          WHEN 'R'
                          WHEN 'D'
                             SUBTRACT FID-PONTOS
                                FROM WRK-PED-RESGATADO
                       END-EVALUATE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           COMPUTE WRK-VENCIDOS = WRK-GANHO-VENCIDO - WRK-CONSUMIDO.
           IF WRK-VENCIDOS < ZEROS
              MOVE ZEROS TO WRK-VENCIDOS
           END-IF.
           COMPUTE WRK-VENCE-30 = WRK-GANHO-VENCE-30 - WRK-CONSUMIDO
              - WRK-VENCIDOS.
           IF WRK-VENCE-30 < ZEROS
              MOVE ZEROS TO WRK-VENCE-30
           END-IF.
           COMPUTE WRK-DISPONIVEL = WRK-TOTAL - WRK-VENCIDOS.
           IF WRK-DISPONIVEL < ZEROS
              MOVE ZEROS TO WRK-DISPONIVEL
           END-IF.
      *----------------------------------------------------------------*
       0300-BAIXAR-VENCIDOS SECTION.
      *----------------------------------------------------------------*
      *    OS VENCIDOS SAO BAIXADOS ANTES DE QUALQUER MOVIMENTO, PARA
      *    O RESGATE SEGUINTE CONSUMIR OS LOTES AINDA VALIDOS.
           IF WRK-VENCIDOS > ZEROS
              MOVE 'X'          TO WRK-NOVO-TIPO
              MOVE ZEROS        TO WRK-NOVO-PEDIDO WRK-NOVO-BASE
                                   WRK-NOVA-VALIDADE
              COMPUTE WRK-PONTOS = WRK-VENCIDOS * -1
              PERFORM 0800-GRAVAR-LANCAMENTO
              IF FPT-OPERACAO = 'X'
                 MOVE WRK-VENCIDOS TO FPT-QTD
              END-IF
              PERFORM 0200-APURAR
           END-IF.
      *----------------------------------------------------------------*
       0400-ACUMULAR SECTION.
      *----------------------------------------------------------------*
      *    PONTOS INTEIROS SOBRE O VALOR DO PEDIDO SEM FRETE; O MESMO
      *    PEDIDO NAO ACUMULA DUAS VEZES.
           IF WRK-PED-GANHO NOT = ZEROS
              MOVE 'N' TO FPT-RETORNO
           ELSE
              COMPUTE WRK-PONTOS = FPT-VALOR * WRK-PONTOS-REAL
              IF WRK-PONTOS > ZEROS
                 MOVE WRK-DATA-ATUAL TO WRK-DATA-VALIDADE
                 COMPUTE WRK-MESES-TOTAL = WRK-VAL-ANO * 12
                    + WRK-VAL-MES - 1 + WRK-VALIDADE-MESES
                 DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-VAL-ANO
                    REMAINDER WRK-VAL-MES
                 ADD 1 TO WRK-VAL-MES
                 IF WRK-VAL-DIA > 28
                    MOVE 28 TO WRK-VAL-DIA
                 END-IF
                 MOVE 'A'               TO WRK-NOVO-TIPO
                 MOVE FPT-PEDIDO        TO WRK-NOVO-PEDIDO
                 MOVE FPT-VALOR         TO WRK-NOVO-BASE
                 MOVE WRK-DATA-VALIDADE TO WRK-NOVA-VALIDADE
                 PERFORM 0800-GRAVAR-LANCAMENTO
                 MOVE WRK-PONTOS TO FPT-QTD
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0500-ESTORNAR SECTION.
      *----------------------------------------------------------------*
      *    DEVOLUCAO PARCIAL ESTORNA NA PROPORCAO DO VALOR DEVOLVIDO
      *    SOBRE O VALOR DO PEDIDO; VALOR ZERO (CANCELAMENTO) ESTORNA
      *    O QUE RESTA. NUNCA MAIS DO QUE O PEDIDO AINDA TEM NEM DO
      *    QUE O CLIENTE AINDA TEM DISPONIVEL.
           COMPUTE WRK-PED-RESTANTE = WRK-PED-GANHO + WRK-PED-ESTORNADO.
           IF WRK-PED-RESTANTE > ZEROS
              IF FPT-VALOR > ZEROS AND FPT-VALOR-PEDIDO > ZEROS
                    AND FPT-VALOR < FPT-VALOR-PEDIDO
                 COMPUTE WRK-PONTOS =
                    WRK-PED-GANHO * FPT-VALOR / FPT-VALOR-PEDIDO
              ELSE
                 MOVE WRK-PED-RESTANTE TO WRK-PONTOS
              END-IF
              IF WRK-PONTOS > WRK-PED-RESTANTE
                 MOVE WRK-PED-RESTANTE TO WRK-PONTOS
              END-IF
              IF WRK-PONTOS > WRK-DISPONIVEL
                 MOVE WRK-DISPONIVEL TO WRK-PONTOS
              END-IF
              IF WRK-PONTOS > ZEROS
                 MOVE WRK-PONTOS TO FPT-QTD
                 MULTIPLY -1 BY WRK-PONTOS
                 MOVE 'E'              TO WRK-NOVO-TIPO
                 MOVE FPT-PEDIDO       TO WRK-NOVO-PEDIDO
                 MOVE FPT-VALOR        TO WRK-NOVO-BASE
                 MOVE WRK-PED-VALIDADE TO WRK-NOVA-VALIDADE
                 PERFORM 0800-GRAVAR-LANCAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0600-RESGATAR SECTION.
      *----------------------------------------------------------------*
           IF FPT-QTD = ZEROS OR FPT-QTD > WRK-DISPONIVEL
              MOVE 'N'   TO FPT-RETORNO
              MOVE ZEROS TO FPT-QTD
           ELSE
              COMPUTE WRK-PONTOS = FPT-QTD * -1
              MOVE 'R'        TO WRK-NOVO-TIPO
              MOVE FPT-PEDIDO TO WRK-NOVO-PEDIDO
              MOVE FPT-VALOR  TO WRK-NOVO-BASE
              MOVE ZEROS      TO WRK-NOVA-VALIDADE
              PERFORM 0800-GRAVAR-LANCAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0700-DEVOLVER-RESGATE SECTION.
      *----------------------------------------------------------------*
      *    O QUE O PEDIDO RESGATOU E AINDA NAO FOI DEVOLVIDO VOLTA
      *    AO SALDO DO CLIENTE.
           IF WRK-PED-RESGATADO > ZEROS
              MOVE WRK-PED-RESGATADO TO WRK-PONTOS FPT-QTD
              MOVE 'D'        TO WRK-NOVO-TIPO
              MOVE FPT-PEDIDO TO WRK-NOVO-PEDIDO
              MOVE ZEROS      TO WRK-NOVO-BASE WRK-NOVA-VALIDADE
              PERFORM 0800-GRAVAR-LANCAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LANCAMENTO SECTION.
      *----------------------------------------------------------------*
      *    CHAVE REPETIDA NO MESMO CENTESIMO AVANCA A SEQUENCIA.
           MOVE FPT-FONE          TO FID-FONE.
           MOVE WRK-DATA-ATUAL    TO FID-DATA.
           MOVE WRK-HORA-ATUAL    TO FID-HORA.
           MOVE ZEROS             TO FID-SEQ.
           MOVE WRK-NOVO-TIPO     TO FID-TIPO.
           MOVE WRK-NOVO-PEDIDO   TO FID-PEDIDO.
           MOVE WRK-PONTOS        TO FID-PONTOS.
           MOVE WRK-NOVO-BASE     TO FID-VALOR-BASE.
           MOVE WRK-NOVA-VALIDADE TO FID-VALIDADE.
           MOVE FPT-ORIGEM        TO FID-ORIGEM.
           WRITE FID-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           PERFORM UNTIL FIDELIDADE-STATUS NOT = 22
                 OR FID-SEQ = 999
              ADD 1 TO FID-SEQ
              WRITE FID-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-PERFORM.
           IF FIDELIDADE-STATUS NOT = 00
              MOVE 'N' TO FPT-RETORNO
           END-IF.
