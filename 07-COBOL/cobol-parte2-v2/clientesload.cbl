      *    MAIS CURTA, CHEGA AQUI COM OS CAMPOS EM BRANCO/ZEROS.
          05 TRANS-TIPO-PESSOA    PIC X(01).
          05 TRANS-DOCUMENTO      PIC 9(14).
      *    ENDERECO PELO CEP: COM O CEP PREENCHIDO, RUA, CIDADE E UF
      *    SAEM DA TABELA DE CEP (CIDADE/UF DA LINHA, SE VIEREM, TEM
      *    DE SER AS DO CEP). CEP EM BRANCO OU ZERO = ENDERECO NAO
      *    MUDA.
          05 TRANS-CEP            PIC 9(08).
          05 TRANS-NUM-END        PIC X(06).
          05 TRANS-CIDADE         PIC X(20).
          05 TRANS-UF             PIC X(02).
      *-------------
       FD CLIENTES.
       COPY 'clientes-reg.cpy'.
       01 CKP-REG.
          05 CKP-QTD-PROCESSADOS   PIC 9(06).
      *-------------
      *    TRANSACOES REJEITADAS: A LINHA INTEIRA DE CLIENTES.TRN
      *    (TIPO, DOCUMENTO E ENDERECO INCLUSIVE) MAIS O CODIGO DO
      *    MOTIVO NO FIM DA LINHA, COMO NO PEDWEB.ERR, PARA O ARQUIVO
      *    CORRIGIDO PODER VOLTAR DIRETO PELA CARGA (O LAYOUT DO TRN
      *    E LIDO PELO TAMANHO FIXO, O MOTIVO EXCEDENTE E IGNORADO).
      *    MOTIVOS: 01 = ERRO AO INCLUIR, 02 = ERRO AO ALTERAR,
      *             03 = CPF INVALIDO NA BASE, 04 = CNPJ INVALIDO,
      *             05 = CEP NAO CADASTRADO NA TABELA DE CEP,
      *             06 = CIDADE/UF NAO CONFERE COM O CEP.
       FD REJEITADOS.
       01 ERR-REG.
          05 ERR-LINHA            PIC X(130).
          05 ERR-MOTIVO           PIC 9(02).
      *------------------------
       WORKING-STORAGE SECTION.
       77 WRK-ERR-MOTIVO       PIC   9(02).
       77 WRK-CNPJ-VALIDO      PIC   X(01).
       77 WRK-CPF-CARGA        PIC   9(11).
       77 WRK-CEP-OK           PIC   X(01).
       COPY 'cepvalida-lnk.cpy'.
      *    AREA DE CHAMADA DO EXCREG.
       COPY 'excreg-lnk.cpy'.
       77 WRK-EXC-MOTIVO       PIC   X(25).
       01 WRK-EXC-CHAVE-FONE.
          05 FILLER            PIC X(05) VALUE 'FONE '.
          05 WRK-EXC-FONE      PIC 9(09).

       01 WRK-JRN-ANTES.
          05 WRK-JRN-ANTES-FONE     PIC 9(09).
                 WRK-CNPJ-VALIDO
           END-IF.

      *    CEP DA CARGA CONFERIDO NA TABELA, COMO NA TELA DO
      *    CLIENTES (SEM A TABELA, O ENDERECO VAI COMO VEIO).
           MOVE 'S' TO WRK-CEP-OK.
           MOVE 'S' TO CEV-RETORNO.
           IF TRANS-CEP NUMERIC
              IF TRANS-CEP NOT = ZEROS
                 MOVE TRANS-CEP    TO CEV-CEP
                 MOVE SPACES       TO CEV-LOGRADOURO
                 MOVE TRANS-CIDADE TO CEV-CIDADE
                 MOVE TRANS-UF     TO CEV-UF
                 CALL 'CEPVALIDA' USING CEV-PARAMETROS
                 IF CEV-RETORNO = 'N' OR CEV-RETORNO = 'D'
                    MOVE 'N' TO WRK-CEP-OK
                 END-IF
              END-IF
           END-IF.

           IF WRK-CPF-VALIDO = 'N'
              ADD 1 TO WRK-QTD-ERROS
              DISPLAY 'CPF INVALIDO NO FONE ' TRANS-FONE
              MOVE 04 TO WRK-ERR-MOTIVO
              PERFORM 0150-GRAVAR-REJEITADO
           ELSE
           IF WRK-CEP-OK = 'N'
              ADD 1 TO WRK-QTD-ERROS
              IF CEV-RETORNO = 'N'
                 DISPLAY 'CEP NAO CADASTRADO NO FONE ' TRANS-FONE
                    ' - TRANSACAO REJEITADA'
                 MOVE 05 TO WRK-ERR-MOTIVO
              ELSE
                 DISPLAY 'CIDADE/UF NAO CONFERE COM O CEP NO FONE '
                    TRANS-FONE ' - TRANSACAO REJEITADA'
                 MOVE 06 TO WRK-ERR-MOTIVO
              END-IF
              PERFORM 0150-GRAVAR-REJEITADO
           ELSE
           IF CLIENTES-STATUS = 00
              PERFORM 0127-APLICAR-DOCUMENTO
              PERFORM 0128-APLICAR-ENDERECO
              REWRITE CLIENTES-REG
                 INVALID KEY
                    CONTINUE
              MOVE 'A'   TO CLIENTES-SITUACAO
              MOVE ZEROS TO CLIENTES-DT-INATIVACAO
              MOVE ZEROS TO CLIENTES-MOTIVO-INATIVACAO
      *       SEM CEP NA LINHA, O BLOCO DE ENDERECO FICA EM BRANCO
      *       ATE SER COMPLEMENTADO NA TELA DE ALTERACAO DO CLIENTES.
              MOVE SPACES TO CLIENTES-LOGRADOURO CLIENTES-NUM-END
                             CLIENTES-CIDADE CLIENTES-UF
              MOVE ZEROS TO CLIENTES-LIMITE-CREDITO
              MOVE 'F'   TO CLIENTES-TIPO-PESSOA
              MOVE ZEROS TO CLIENTES-CNPJ
              MOVE ZEROS TO CLIENTES-DT-REVISAO
              MOVE 'N'   TO CLIENTES-BLOQ-CREDITO
              MOVE 'N'   TO CLIENTES-SEM-MARKETING
              PERFORM 0127-APLICAR-DOCUMENTO
              PERFORM 0128-APLICAR-ENDERECO
              WRITE CLIENTES-REG
                 INVALID KEY
                    CONTINUE
                 MOVE 01 TO WRK-ERR-MOTIVO
                 PERFORM 0150-GRAVAR-REJEITADO
              END-IF
           END-IF
           END-IF.
      *----------------------------------------------------------------*
       0127-APLICAR-DOCUMENTO SECTION.
                 MOVE TRANS-DOCUMENTO(4:11) TO CLIENTES-CPF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0128-APLICAR-ENDERECO SECTION.
      *----------------------------------------------------------------*
      *    LINHA COM CEP LEVA O ENDERECO DA TABELA: CIDADE E UF DO
      *    CEP E A RUA, QUANDO A TABELA TEM (CEP UNICO DA LOCALIDADE
      *    NAO TEM RUA: FICA A DO CADASTRO SE O CEP NAO MUDOU). SEM A
      *    TABELA, CIDADE E UF VAO COMO VIERAM NA LINHA.
           IF TRANS-CEP NUMERIC
              IF TRANS-CEP NOT = ZEROS
                 IF CEV-RETORNO = 'S'
                    IF CEV-LOGRADOURO NOT = SPACES
                          OR CLIENTES-CEP NOT = TRANS-CEP
                       MOVE CEV-LOGRADOURO TO CLIENTES-LOGRADOURO
                    END-IF
                    MOVE CEV-CIDADE TO CLIENTES-CIDADE
                    MOVE CEV-UF     TO CLIENTES-UF
                 ELSE
                    IF TRANS-CIDADE NOT = SPACES
                       MOVE TRANS-CIDADE TO CLIENTES-CIDADE
                    END-IF
                    IF TRANS-UF NOT = SPACES
                       MOVE TRANS-UF TO CLIENTES-UF
                    END-IF
                 END-IF
                 MOVE TRANS-CEP TO CLIENTES-CEP
                 IF TRANS-NUM-END NOT = SPACES
                    MOVE TRANS-NUM-END TO CLIENTES-NUM-END
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0150-GRAVAR-REJEITADO SECTION.
      *----------------------------------------------------------------*
           MOVE TRANS-REG       TO ERR-LINHA.
           MOVE WRK-ERR-MOTIVO  TO ERR-MOTIVO.
           WRITE ERR-REG.
           IF REJEITADOS-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR CLIENTES.ERR. STATUS: '
                 REJEITADOS-STATUS
           END-IF.

      *    A REJEICAO VAI TAMBEM PARA A FILA DE EXCECOES.
           EVALUATE WRK-ERR-MOTIVO
              WHEN 01
                 MOVE 'ERRO AO INCLUIR'        TO WRK-EXC-MOTIVO
              WHEN 02
                 MOVE 'ERRO AO ALTERAR'        TO WRK-EXC-MOTIVO
              WHEN 03
                 MOVE 'CPF INVALIDO'           TO WRK-EXC-MOTIVO
              WHEN 04
                 MOVE 'CNPJ INVALIDO'          TO WRK-EXC-MOTIVO
              WHEN 05
                 MOVE 'CEP NAO CADASTRADO'     TO WRK-EXC-MOTIVO
              WHEN OTHER
                 MOVE 'CIDADE/UF NAO CONFERE'  TO WRK-EXC-MOTIVO
           END-EVALUATE.
           MOVE TRANS-FONE TO WRK-EXC-FONE.
           MOVE 'CLIENTESLOAD'     TO EXR-PROGRAMA.
           MOVE 'CADASTRO'         TO EXR-AREA.
           MOVE 'A'                TO EXR-SEVERIDADE.
           MOVE WRK-EXC-CHAVE-FONE TO EXR-CHAVE.
           MOVE SPACES             TO EXR-MENSAGEM.
           STRING 'CARGA REJEITADA: ' DELIMITED BY SIZE
                  WRK-EXC-MOTIVO      DELIMITED BY '  '
                  ' - '               DELIMITED BY SIZE
                  TRANS-NOME          DELIMITED BY SIZE
              INTO EXR-MENSAGEM.
           CALL 'EXCREG' USING EXR-PARAMETROS.
      *----------------------------------------------------------------*
       0120-GRAVAR-JOURNAL SECTION.
      *----------------------------------------------------------------*
