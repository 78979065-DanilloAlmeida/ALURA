       COPY 'produtos-reg.cpy'.
      *-------------
      *    RAZAO DE COMPRAS: UMA LINHA POR ENTRADA DE MERCADORIA,
      *    COM O CUSTO PAGO AO FORNECEDOR E A ORDEM DE COMPRA
      *    CONFERIDA (ZERO NA ENTRADA AVULSA), QUE LIGA A ENTRADA A
      *    ORDEM NA AVALIACAO DE FORNECEDORES. TIPO 'E' E A ENTRADA
      *    DA MERCADORIA; TIPO 'D' E A PARCELA DAS DESPESAS DA
      *    ENTRADA (FRETE, SEGURO, DESCARGA) RATEADA PARA A LINHA:
      *    MESMOS DATA, HORA, FORNECEDOR, PRODUTO E ORDEM DA 'E',
      *    QUANTIDADE ZERO, CUSTO TOTAL = PARCELA E CUSTO UNITARIO =
      *    CUSTO DE ENTRADA FINAL DA LINHA (MERCADORIA + DESPESAS
      *    POR UNIDADE). O CUSTO MEDIO SOMA AS DUAS.
       FD COMPRAS.
       01 CMP-REG.
          05 CMP-DATA             PIC 9(08).
          05 CMP-QUANTIDADE       PIC 9(05)V99.
          05 CMP-CUSTO-UNITARIO   PIC 9(07)V99.
          05 CMP-CUSTO-TOTAL      PIC 9(09)V99.
          05 CMP-ORDEM            PIC 9(09).
          05 CMP-TIPO             PIC X(01).
      *-------------
       FD ESTOQMOV.
       COPY 'estoqmov-reg.cpy'.
       77 WRK-FORNECEDOR       PIC   9(04).
       77 WRK-QUANTIDADE       PIC   9(05)V99.
       77 WRK-CUSTO-UNITARIO   PIC   9(07)V99.
      *    CREDOR E VALOR DO TITULO DO CONTAS A PAGAR: O FORNECEDOR
      *    NA ENTRADA DA MERCADORIA, A TRANSPORTADORA NAS DESPESAS.
       77 WRK-CREDOR           PIC   9(04).
       77 WRK-VALOR-TITULO     PIC   9(09)V99.
      *    DESPESAS DA ENTRADA, RATEADAS SOBRE AS LINHAS JA
      *    RECEBIDAS DO FORNECEDOR NA DATA (E ORDEM) INFORMADAS.
       77 WRK-DATA-ENTRADA     PIC   9(08).
       77 WRK-FRETE            PIC   9(07)V99.
       77 WRK-SEGURO           PIC   9(07)V99.
       77 WRK-DESCARGA         PIC   9(07)V99.
       77 WRK-TRANSPORTADORA   PIC   9(04).
       77 WRK-BASE-RATEIO      PIC   X(01).
       77 WRK-TOTAL-DESPESAS   PIC   9(09)V99.
       77 WRK-TOTAL-BASE       PIC   9(11)V999.
       77 WRK-SALDO-RATEIO     PIC  S9(09)V99.
       77 WRK-QTD-RAT          PIC   9(02).
       77 WRK-IDX-RAT          PIC   9(02).
       77 WRK-QTD-RATEAR       PIC   9(02).
       77 WRK-MAIOR-RATEAR     PIC   9(02).
       77 WRK-FIM-COMPRAS      PIC   X(01).
       77 WRK-RAT-OK           PIC   X(01).

      *    LINHAS DA ENTRADA ALCANCADAS PELO RATEIO; A QUE JA TEM A
      *    PARCELA 'D' GRAVADA FICA DE FORA (RATEIO NAO SE REPETE).
       01 WRK-TABELA-RATEIO.
          05 WRK-RAT OCCURS 50 TIMES.
             10 WRK-RAT-HORA      PIC 9(06).
             10 WRK-RAT-PRODUTO   PIC 9(06).
             10 WRK-RAT-QTDE      PIC 9(05)V99.
             10 WRK-RAT-CUSTO     PIC 9(09)V99.
             10 WRK-RAT-BASE      PIC 9(11)V999.
             10 WRK-RAT-PARCELA   PIC 9(09)V99.
             10 WRK-RAT-JA-RATEADA PIC X(01).

       01 WRK-MOTIVO-COMPRA.
          05 FILLER           PIC X(12) VALUE 'COMPRA FORN '.
          05 WRK-MOTIVO-FORN  PIC 9(04).
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
       77 WRK-PER-MODULO       PIC   X(01).
       77 WRK-PER-DATA         PIC   9(08).
       77 WRK-PER-COMPETENCIA  PIC   9(06).
       77 WRK-PERIODO-OK       PIC   X(01).
      *    AREA DE CHAMADA DO EXCREG.
       COPY 'excreg-lnk.cpy'.
       77 WRK-QTD-ATENDIVEIS   PIC   9(04).
       77 WRK-EXC-QTDE         PIC   ZZZ9.
       01 WRK-EXC-CHAVE-PRODUTO.
          05 FILLER           PIC X(05) VALUE 'PROD '.
          05 WRK-EXC-PRODUTO  PIC 9(06).
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *------------------------
       SCREEN SECTION.
      *------------------------

       01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - REGISTRAR ENTRADA'.
             05 LINE 08 COLUMN 15 VALUE '2 - DESPESAS DA ENTRADA'.
             05 LINE 09 COLUMN 15 VALUE 'X - SAIDA'.
             05 LINE 10 COLUMN 15 VALUE 'OPCAO..: '.
             05 LINE 10 COLUMN 24 USING WRK-OPCAO.

             05 LINE 21 COLUMN 66 PIC ZZ9.99-
                FROM WRK-DISPONIVEL.

       01 TELA-DESPESAS.
             05 LINE 12 COLUMN 15 VALUE 'FORNECEDOR...: '.
             05 LINE 12 COLUMN 35 PIC 9(04) USING WRK-FORNECEDOR.
             05 LINE 13 COLUMN 15 VALUE 'NUM ORDEM....: '.
             05 LINE 13 COLUMN 35 PIC 9(09) USING WRK-NUM-ORDEM.
             05 LINE 13 COLUMN 46 VALUE '(0 = AVULSA)'.
             05 LINE 14 COLUMN 15 VALUE 'DATA ENTRADA.: '.
             05 LINE 14 COLUMN 35 PIC 9(08) USING WRK-DATA-ENTRADA.
             05 LINE 15 COLUMN 15 VALUE 'FRETE........: '.
             05 LINE 15 COLUMN 35 PIC 9(07)V99 USING WRK-FRETE.
             05 LINE 16 COLUMN 15 VALUE 'SEGURO.......: '.
             05 LINE 16 COLUMN 35 PIC 9(07)V99 USING WRK-SEGURO.
             05 LINE 17 COLUMN 15 VALUE 'DESCARGA.....: '.
             05 LINE 17 COLUMN 35 PIC 9(07)V99 USING WRK-DESCARGA.
             05 LINE 18 COLUMN 15 VALUE 'TRANSPORTAD..: '.
             05 LINE 18 COLUMN 35 PIC 9(04) USING WRK-TRANSPORTADORA.
             05 LINE 19 COLUMN 15 VALUE 'RATEIO.......: '.
             05 LINE 19 COLUMN 35 PIC X(01) USING WRK-BASE-RATEIO.
             05 LINE 19 COLUMN 38 VALUE
                '(V=VALOR P=PESO Q=QUANTIDADE)'.

       01 TELA-DIVERGENCIA-CONFIRMA.
             05 LINE 22 COLUMN 15 VALUE
                'ENTRADA DIVERGE DA ORDEM. CONFIRMA (S/N)?: '.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 4000-REGISTRAR-ENTRADA
              WHEN 2
                 PERFORM 5000-RATEAR-DESPESAS
              WHEN OTHER
                 IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY ' ENTRADA INVALIDA!!!'
                    IF WRK-NUM-ORDEM NOT = ZEROS
                       PERFORM 4005-CONFERIR-ORDEM
                    END-IF
      *             A ENTRADA MEXE NO ESTOQUE E GERA O TITULO A
      *             PAGAR, AMBOS DATADOS HOJE.
                    IF WRK-OC-OK = 'S'
                       MOVE 'E' TO WRK-PER-MODULO
                       ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD
                       PERFORM 4800-CONFERIR-PERIODO
                       IF WRK-PERIODO-OK = 'S'
                          MOVE 'P' TO WRK-PER-MODULO
                          PERFORM 4800-CONFERIR-PERIODO
                       END-IF
                       MOVE WRK-PERIODO-OK TO WRK-OC-OK
                    END-IF
                    IF WRK-OC-OK = 'S'
                       PERFORM 4010-EFETIVAR-ENTRADA
                       IF WRK-NUM-ORDEM NOT = ZEROS
              MOVE PRODUTOS-CODIGO     TO CMP-CODIGO-PRODUTO
              MOVE WRK-QUANTIDADE      TO CMP-QUANTIDADE
              MOVE WRK-CUSTO-UNITARIO  TO CMP-CUSTO-UNITARIO
              MOVE WRK-NUM-ORDEM       TO CMP-ORDEM
              MOVE 'E'                 TO CMP-TIPO
              COMPUTE CMP-CUSTO-TOTAL =
                 WRK-CUSTO-UNITARIO * WRK-QUANTIDADE
              WRITE CMP-REG

              PERFORM 4060-GRAVAR-LOTE
              PERFORM 4050-ATUALIZAR-FILIAL
              MOVE WRK-FORNECEDOR      TO WRK-CREDOR
              MOVE CMP-CUSTO-TOTAL     TO WRK-VALOR-TITULO
              PERFORM 4020-GERAR-TITULO-PAGAR
              PERFORM 4040-AVISAR-BACKORDERS

      *    DA CHAVE), PARA O BALCAO LIGAR ANTES DO ESTOQUE NOVO
      *    VENDER NO VAREJO. A QUANTIDADE RECEBIDA COBRE A FILA NA
      *    ORDEM: QUEM COUBE FICA 'A' (AVISAR) E SAI DA FILA.
           MOVE ZEROS TO WRK-QTD-AVISOS WRK-QTD-ATENDIVEIS.
           MOVE WRK-QUANTIDADE TO WRK-SALDO-AVISO.
           MOVE 'N' TO WRK-FIM-BCK.
           MOVE PRODUTOS-CODIGO TO BCK-CODIGO-PRODUTO.
              DISPLAY WRK-QTD-AVISOS AT 2232
              DISPLAY '- VER BACKORDER.REL' AT 2238
           END-IF.
      *    OS QUE A ENTRADA COBRE VAO TAMBEM PARA A FILA DE EXCECOES,
      *    PARA O BALCAO NAO DEPENDER SO DO RELATORIO.
           IF WRK-QTD-ATENDIVEIS > ZEROS
              MOVE WRK-QTD-ATENDIVEIS    TO WRK-EXC-QTDE
              MOVE PRODUTOS-CODIGO       TO WRK-EXC-PRODUTO
              MOVE 'RECEBIMENTO'         TO EXR-PROGRAMA
              MOVE 'VENDAS'              TO EXR-AREA
              MOVE 'A'                   TO EXR-SEVERIDADE
              MOVE WRK-EXC-CHAVE-PRODUTO TO EXR-CHAVE
              MOVE SPACES                TO EXR-MENSAGEM
              STRING WRK-EXC-QTDE DELIMITED BY SIZE
                 ' CLIENTE(S) EM BACKORDER A AVISAR - '
                    DELIMITED BY SIZE
                 PRODUTOS-DESCRICAO DELIMITED BY SIZE
                 INTO EXR-MENSAGEM
              CALL 'EXCREG' USING EXR-PARAMETROS
           END-IF.
      *----------------------------------------------------------------*
       4045-LISTAR-BACKORDER SECTION.
      *----------------------------------------------------------------*
              SUBTRACT BCK-QUANTIDADE FROM WRK-SALDO-AVISO
              MOVE 'AVISAR'  TO WRK-BCK-MARCA
              MOVE 'A'       TO BCK-SITUACAO
              ADD 1 TO WRK-QTD-ATENDIVEIS
              REWRITE BCK-REG
                 INVALID KEY
                    CONTINUE
      *    A ENTRADA GERA O TITULO DO CONTAS A PAGAR AO FORNECEDOR
      *    (CUSTO TOTAL DA COMPRA), COM VENCIMENTO EM 30 DIAS, PARA O
      *    QUE DEVEMOS DEIXAR DE VIVER EM PLANILHA -- MESMO DESENHO
      *    DO TITULO DE CONTAS A RECEBER GERADO NO FATURAMENTO. AS
      *    DESPESAS DA ENTRADA GERAM O SEU PROPRIO TITULO, A
      *    TRANSPORTADORA, PELO MESMO CAMINHO (WRK-CREDOR/VALOR).
           PERFORM 4030-PROXIMO-TITULO.
           MOVE WRK-PROXIMO-TITULO  TO CP-NUMERO-TITULO.
           MOVE WRK-CREDOR          TO CP-FORNECEDOR.
           MOVE WRK-VALOR-TITULO    TO CP-VALOR.
           MOVE WRK-DATA-ATUAL      TO CP-DT-EMISSAO.
           COMPUTE WRK-DIAS-VENCIMENTO =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL) + 30.
           MOVE WRK-DATA-UTIL       TO CP-DT-VENCIMENTO.
           MOVE ZEROS               TO CP-DT-PAGAMENTO.
           MOVE 'A'                 TO CP-SITUACAO.
           MOVE 'M'                 TO CP-NATUREZA.
           MOVE ZEROS               TO CP-DT-REMESSA.
           MOVE SPACES              TO CP-APROVADOR.
           WRITE CP-REG
              INVALID KEY
                 CONTINUE
                 END-WRITE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       5000-RATEAR-DESPESAS SECTION.
      *----------------------------------------------------------------*
      *    FRETE, SEGURO E DESCARGA DE UMA ENTRADA JA REGISTRADA SAO
      *    RATEADOS SOBRE AS LINHAS DO FORNECEDOR NA DATA E ORDEM
      *    INFORMADAS, POR VALOR, PESO (PRODUTOS-PESO) OU QUANTIDADE.
      *    CADA LINHA GANHA A SUA PARCELA 'D' NA RAZAO DE COMPRAS E O
      *    TOTAL VIRA UM TITULO DO CONTAS A PAGAR A TRANSPORTADORA.
           MOVE 'MODULO - DESPESAS' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-FORNECEDOR WRK-NUM-ORDEM WRK-FRETE
                         WRK-SEGURO WRK-DESCARGA WRK-TRANSPORTADORA.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-ENTRADA.
           MOVE 'V'            TO WRK-BASE-RATEIO.
           ACCEPT TELA-DESPESAS.
           INSPECT WRK-BASE-RATEIO CONVERTING 'vpq' TO 'VPQ'.
           COMPUTE WRK-TOTAL-DESPESAS =
              WRK-FRETE + WRK-SEGURO + WRK-DESCARGA.

           MOVE WRK-TRANSPORTADORA TO FORN-CODIGO.
           READ FORNECEDORES
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE TRUE
              WHEN WRK-TOTAL-DESPESAS = ZEROS
                 DISPLAY 'DESPESAS NAO INFORMADAS!' AT 2001
              WHEN WRK-BASE-RATEIO NOT = 'V' AND NOT = 'P'
                                   AND NOT = 'Q'
                 DISPLAY 'BASE DE RATEIO INVALIDA!' AT 2001
              WHEN FORNECEDORES-STATUS NOT = 00
                 DISPLAY 'TRANSPORTADORA NAO ENCONTRADA!' AT 2001
              WHEN FORN-SITUACAO = 'I'
                 DISPLAY 'TRANSPORTADORA INATIVA!' AT 2001
              WHEN OTHER
      *          A PARCELA 'D' REPETE A DATA DA ENTRADA (CHAVE DA
      *          LINHA RATEADA) E NAO PODE SER TRAZIDA PARA HOJE:
      *          ENTRADA DE MES FECHADO NAO RECEBE MAIS RATEIO.
                 MOVE 'E'              TO WRK-PER-MODULO
                 MOVE WRK-DATA-ENTRADA TO WRK-PER-DATA
                 PERFORM 4800-CONFERIR-PERIODO
                 IF WRK-PERIODO-OK = 'S'
                    MOVE 'P'            TO WRK-PER-MODULO
                    MOVE WRK-DATA-ATUAL TO WRK-PER-DATA
                    PERFORM 4800-CONFERIR-PERIODO
                 END-IF
                 IF WRK-PERIODO-OK = 'S'
                    PERFORM 5010-CARREGAR-LINHAS
                    PERFORM 5020-CALCULAR-PARCELAS
                    IF WRK-RAT-OK = 'S'
                       PERFORM 5030-GRAVAR-PARCELAS
                    END-IF
                 END-IF
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4800-CONFERIR-PERIODO SECTION.
      *----------------------------------------------------------------*
      *    CONFERE NO PERVALIDA A COMPETENCIA DE WRK-PER-DATA NO
      *    MODULO WRK-PER-MODULO. AQUI NAO HA LANCAMENTO QUE POSSA
      *    SER TRAZIDO PARA HOJE: COMPETENCIA FECHADA RECUSA.
           MOVE 'S'            TO WRK-PERIODO-OK.
           MOVE WRK-PER-MODULO TO PEV-MODULO.
           MOVE WRK-PER-DATA   TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.
           IF PEV-RETORNO NOT = 'A'
              MOVE 'N' TO WRK-PERIODO-OK
              MOVE WRK-PER-DATA(1:6) TO WRK-PER-COMPETENCIA
              DISPLAY 'COMPETENCIA ' WRK-PER-COMPETENCIA ' FECHADA ('
                 WRK-PER-MODULO '): LANCAMENTO NAO FEITO!' AT 2001
           END-IF.
      *----------------------------------------------------------------*
       5010-CARREGAR-LINHAS SECTION.
      *----------------------------------------------------------------*
      *    A RAZAO DE COMPRAS FICA ABERTA EM EXTEND; PARA LER AS
      *    LINHAS DA ENTRADA ELA E REABERTA EM INPUT E DEPOIS VOLTA
      *    A EXTEND PARA RECEBER AS PARCELAS.
           MOVE ZEROS TO WRK-QTD-RAT.
           MOVE 'N'   TO WRK-FIM-COMPRAS.
           CLOSE COMPRAS.
           OPEN INPUT COMPRAS.
           IF COMPRAS-STATUS = 00
              PERFORM UNTIL WRK-FIM-COMPRAS = 'S'
                 READ COMPRAS
                    AT END
                       MOVE 'S' TO WRK-FIM-COMPRAS
                    NOT AT END
                       IF CMP-FORNECEDOR = WRK-FORNECEDOR
                             AND CMP-DATA = WRK-DATA-ENTRADA
                             AND CMP-ORDEM = WRK-NUM-ORDEM
                          PERFORM 5015-GUARDAR-LINHA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPRAS
           END-IF.
           OPEN EXTEND COMPRAS.
      *----------------------------------------------------------------*
       5015-GUARDAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *    A PARCELA 'D' VEM SEMPRE DEPOIS DA SUA ENTRADA NO ARQUIVO;
      *    QUANDO APARECE, A ENTRADA JA GUARDADA E MARCADA COMO
      *    RATEADA E NAO RECEBE OUTRA PARCELA. SO ENTRADA ('E' OU EM
      *    BRANCO, AS GRAVADAS ANTES DO TIPO) RECEBE RATEIO: A LINHA
      *    'R' DA DEVOLUCAO AO FORNECEDOR FICA DE FORA.
           IF CMP-TIPO = 'D'
              PERFORM VARYING WRK-IDX-RAT FROM 1 BY 1
                    UNTIL WRK-IDX-RAT > WRK-QTD-RAT
                 IF WRK-RAT-HORA(WRK-IDX-RAT) = CMP-HORA
                       AND WRK-RAT-PRODUTO(WRK-IDX-RAT) =
                           CMP-CODIGO-PRODUTO
                    MOVE 'S' TO WRK-RAT-JA-RATEADA(WRK-IDX-RAT)
                 END-IF
              END-PERFORM
           END-IF.
           IF CMP-TIPO = 'E' OR CMP-TIPO = SPACE
              IF WRK-QTD-RAT < 50
                 ADD 1 TO WRK-QTD-RAT
                 MOVE CMP-HORA TO WRK-RAT-HORA(WRK-QTD-RAT)
                 MOVE CMP-CODIGO-PRODUTO
                                TO WRK-RAT-PRODUTO(WRK-QTD-RAT)
                 MOVE CMP-QUANTIDADE  TO WRK-RAT-QTDE(WRK-QTD-RAT)
                 MOVE CMP-CUSTO-TOTAL TO WRK-RAT-CUSTO(WRK-QTD-RAT)
                 MOVE ZEROS      TO WRK-RAT-BASE(WRK-QTD-RAT)
                                    WRK-RAT-PARCELA(WRK-QTD-RAT)
                 MOVE 'N'        TO WRK-RAT-JA-RATEADA(WRK-QTD-RAT)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       5020-CALCULAR-PARCELAS SECTION.
      *----------------------------------------------------------------*
      *    PARCELA = DESPESAS X BASE DA LINHA / BASE TOTAL. A SOBRA
      *    DO ARREDONDAMENTO FICA NA LINHA DE MAIOR BASE, PARA A SOMA
      *    DAS PARCELAS FECHAR COM O TITULO DA TRANSPORTADORA.
           MOVE 'N'   TO WRK-RAT-OK.
           MOVE ZEROS TO WRK-TOTAL-BASE WRK-QTD-RATEAR
                         WRK-MAIOR-RATEAR.
           PERFORM VARYING WRK-IDX-RAT FROM 1 BY 1
                 UNTIL WRK-IDX-RAT > WRK-QTD-RAT
              IF WRK-RAT-JA-RATEADA(WRK-IDX-RAT) = 'N'
                 EVALUATE WRK-BASE-RATEIO
                    WHEN 'V'
                       MOVE WRK-RAT-CUSTO(WRK-IDX-RAT)
                                     TO WRK-RAT-BASE(WRK-IDX-RAT)
                    WHEN 'Q'
                       MOVE WRK-RAT-QTDE(WRK-IDX-RAT)
                                     TO WRK-RAT-BASE(WRK-IDX-RAT)
                    WHEN 'P'
                       MOVE WRK-RAT-PRODUTO(WRK-IDX-RAT)
                                     TO PRODUTOS-CODIGO
                       READ PRODUTOS
                          INVALID KEY
                             CONTINUE
                       END-READ
                       IF PRODUTOS-STATUS = 00
                          COMPUTE WRK-RAT-BASE(WRK-IDX-RAT) =
                             WRK-RAT-QTDE(WRK-IDX-RAT) * PRODUTOS-PESO
                       END-IF
                 END-EVALUATE
                 ADD WRK-RAT-BASE(WRK-IDX-RAT) TO WRK-TOTAL-BASE
                 ADD 1 TO WRK-QTD-RATEAR
                 IF WRK-MAIOR-RATEAR = ZEROS
                    MOVE WRK-IDX-RAT TO WRK-MAIOR-RATEAR
                 ELSE
                    IF WRK-RAT-BASE(WRK-IDX-RAT) >
                       WRK-RAT-BASE(WRK-MAIOR-RATEAR)
                       MOVE WRK-IDX-RAT TO WRK-MAIOR-RATEAR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WRK-QTD-RAT = ZEROS
                 DISPLAY 'NENHUMA ENTRADA DO FORNECEDOR NA DATA/ORDEM!'
                    AT 2001
              WHEN WRK-QTD-RATEAR = ZEROS
                 DISPLAY 'DESPESAS DESSA ENTRADA JA FORAM RATEADAS!'
                    AT 2001
              WHEN WRK-TOTAL-BASE = ZEROS AND WRK-BASE-RATEIO = 'P'
                 DISPLAY 'PESO DOS PRODUTOS NAO CADASTRADO!' AT 2001
              WHEN WRK-TOTAL-BASE = ZEROS
                 DISPLAY 'BASE DE RATEIO ZERADA!' AT 2001
              WHEN OTHER
                 MOVE 'S' TO WRK-RAT-OK
                 MOVE WRK-TOTAL-DESPESAS TO WRK-SALDO-RATEIO
                 PERFORM VARYING WRK-IDX-RAT FROM 1 BY 1
                       UNTIL WRK-IDX-RAT > WRK-QTD-RAT
                    IF WRK-RAT-JA-RATEADA(WRK-IDX-RAT) = 'N'
                          AND WRK-IDX-RAT NOT = WRK-MAIOR-RATEAR
                       COMPUTE WRK-RAT-PARCELA(WRK-IDX-RAT) ROUNDED =
                          WRK-TOTAL-DESPESAS *
                          WRK-RAT-BASE(WRK-IDX-RAT) / WRK-TOTAL-BASE
                       SUBTRACT WRK-RAT-PARCELA(WRK-IDX-RAT)
                          FROM WRK-SALDO-RATEIO
                    END-IF
                 END-PERFORM
                 MOVE WRK-SALDO-RATEIO
                                TO WRK-RAT-PARCELA(WRK-MAIOR-RATEAR)
           END-EVALUATE.
      *----------------------------------------------------------------*
       5030-GRAVAR-PARCELAS SECTION.
      *----------------------------------------------------------------*
      *    A PARCELA 'D' REPETE A CHAVE DA ENTRADA (DATA, HORA,
      *    FORNECEDOR, PRODUTO, ORDEM) E TRAZ NO CUSTO UNITARIO O
      *    CUSTO DE ENTRADA FINAL DA LINHA.
           PERFORM VARYING WRK-IDX-RAT FROM 1 BY 1
                 UNTIL WRK-IDX-RAT > WRK-QTD-RAT
              IF WRK-RAT-JA-RATEADA(WRK-IDX-RAT) = 'N'
                 MOVE WRK-DATA-ENTRADA    TO CMP-DATA
                 MOVE WRK-RAT-HORA(WRK-IDX-RAT)    TO CMP-HORA
                 MOVE WRK-FORNECEDOR      TO CMP-FORNECEDOR
                 MOVE WRK-RAT-PRODUTO(WRK-IDX-RAT)
                                          TO CMP-CODIGO-PRODUTO
                 MOVE ZEROS               TO CMP-QUANTIDADE
                 MOVE WRK-RAT-PARCELA(WRK-IDX-RAT) TO CMP-CUSTO-TOTAL
                 MOVE WRK-NUM-ORDEM       TO CMP-ORDEM
                 MOVE 'D'                 TO CMP-TIPO
                 COMPUTE CMP-CUSTO-UNITARIO ROUNDED =
                    (WRK-RAT-CUSTO(WRK-IDX-RAT) +
                     WRK-RAT-PARCELA(WRK-IDX-RAT)) /
                     WRK-RAT-QTDE(WRK-IDX-RAT)
                 WRITE CMP-REG
              END-IF
           END-PERFORM.

           DISPLAY 'DESPESAS RATEADAS EM ' WRK-QTD-RATEAR
              ' LINHA(S) DA ENTRADA!' AT 2001.
           MOVE WRK-TRANSPORTADORA TO WRK-CREDOR.
           MOVE WRK-TOTAL-DESPESAS TO WRK-VALOR-TITULO.
           PERFORM 4020-GERAR-TITULO-PAGAR.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE BACKORDER.
           CLOSE CLIENTES.
           CLOSE BACKREL.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'RECEBIMENTO'     TO SPL-PROGRAMA.
           MOVE 'BACKORDER.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE ESTOQFIL.
           CLOSE LOTES.
      *----------------------------------------------------------------*
