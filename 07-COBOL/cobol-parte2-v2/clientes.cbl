      *    O CADASTRO, POIS O CAMPO NAO E CHAVE ALTERNADA.
       77 WRK-CNPJ-VALIDO      PIC   X(01).
       77 WRK-NOVO-TIPO        PIC   X(01).
       77 WRK-NOVO-SEM-MKT     PIC   X(01).
       77 WRK-NOVO-CNPJ        PIC   9(14).
       77 WRK-CNPJ-CONSULTA    PIC   9(14).
       77 WRK-FIM-CNPJ         PIC   X(01).
       01 WRK-REL-TOTAL.
          05 FILLER           PIC X(20) VALUE 'TOTAL DE CLIENTES: '.
          05 WRK-REL-QTDE     PIC ZZZ9.
       COPY 'fidpontos-lnk.cpy'.
      *    CONFERENCIA DO ENDERECO PELA TABELA DE CEP (CEPVALIDA).
       COPY 'cepvalida-lnk.cpy'.
       77 WRK-CEP-OK           PIC   X(01).
       77 WRK-MSG-CEP          PIC   X(58).

      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *------------------------
       SCREEN SECTION.
      *------------------------
                USING CLIENTES-TIPO-PESSOA.
             05 LINE 21 COLUMN 45 VALUE 'CNPJ: '.
             05 LINE 21 COLUMN 51 PIC 9(14) USING CLIENTES-CNPJ.
             05 LINE 23 COLUMN 45 VALUE 'SEM MKT(S/N): '.
             05 LINE 23 COLUMN 59 PIC X(01)
                USING CLIENTES-SEM-MARKETING.

       01 TELA-CONSULTA-TIPO.
             05 LINE 15 COLUMN 15 VALUE
             05 LINE 21 COLUMN 45 VALUE 'CNPJ: '.
             05 LINE 21 COLUMN 51 PIC 9(14) FROM CLIENTES-CNPJ.

       01 TELA-CONSULTA-PONTOS.
             05 LINE 22 COLUMN 15 VALUE 'PONTOS..: '.
             05 LINE 22 COLUMN 30 PIC ZZZZZZZZ9 FROM FPT-SALDO.
             05 LINE 22 COLUMN 45 VALUE 'VALOR R$: '.
             05 LINE 22 COLUMN 55 PIC ZZZZZZZZ9.99 FROM FPT-VALOR-SALDO.
             05 LINE 23 COLUMN 15 VALUE 'VENCEM EM 30 DIAS: '.
             05 LINE 23 COLUMN 34 PIC ZZZZZZZZ9 FROM FPT-A-VENCER.

       01 TELA-CONSULTA-NOME-CHAVE.
             05 LINE 16 COLUMN 15 VALUE 'NOME....: '.
             05 LINE 16 COLUMN 30 PIC X(30) USING WRK-NOME-PREFIXO.
                USING CLIENTES-TIPO-PESSOA.
             05 LINE 20 COLUMN 45 VALUE 'CNPJ: '.
             05 LINE 20 COLUMN 51 PIC 9(14) USING CLIENTES-CNPJ.
             05 LINE 22 COLUMN 60 VALUE 'SEM MKT(S/N): '.
             05 LINE 22 COLUMN 74 PIC X(01)
                USING CLIENTES-SEM-MARKETING.

       01 TELA-EXCLUIR-CONFIRMA.
             05 LINE 17 COLUMN 15 VALUE 'NOME....: '.
           MOVE ZEROS  TO CLIENTES-FONE CLIENTES-CPF CLIENTES-CEP
                          CLIENTES-LIMITE-CREDITO CLIENTES-CNPJ.
           MOVE 'F'    TO CLIENTES-TIPO-PESSOA.
           MOVE 'N'    TO CLIENTES-SEM-MARKETING.
           MOVE SPACES TO CLIENTES-NOME CLIENTES-EMAIL
                          CLIENTES-LOGRADOURO CLIENTES-NUM-END
                          CLIENTES-CIDADE CLIENTES-UF.
           IF CLIENTES-TIPO-PESSOA = 'J'
              CALL 'CNPJVALIDA' USING CLIENTES-CNPJ WRK-CNPJ-VALIDO
           END-IF.
           PERFORM 4070-CONFERIR-CEP.
           IF WRK-CEP-OK = 'S'
              DISPLAY TELA-INCLUSAO
           END-IF.

           IF CLIENTES-FONE = ZEROS
              DISPLAY 'TELEFONE INVALIDO! INFORME OS 9 DIGITOS.'
           ELSE
           IF WRK-CNPJ-VALIDO = 'N'
              DISPLAY 'CNPJ INVALIDO! CONFIRA OS DIGITOS.' AT 2001
           ELSE
           IF WRK-CEP-OK = 'N'
              DISPLAY WRK-MSG-CEP AT 2001
           ELSE
              MOVE CLIENTES-FONE  TO WRK-NOVO-FONE
              MOVE CLIENTES-NOME  TO WRK-NOVO-NOME
              MOVE CLIENTES-LIMITE-CREDITO TO WRK-NOVO-LIMITE
              MOVE CLIENTES-TIPO-PESSOA TO WRK-NOVO-TIPO
              MOVE CLIENTES-CNPJ        TO WRK-NOVO-CNPJ
              PERFORM 4060-NORMALIZAR-SEM-MKT
              MOVE ZEROS          TO WRK-FONE-EXCLUIR
              PERFORM 4050-VERIFICA-EMAIL-DUPLICADO

                 MOVE WRK-NOVO-LIMITE TO CLIENTES-LIMITE-CREDITO
                 MOVE WRK-NOVO-TIPO   TO CLIENTES-TIPO-PESSOA
                 MOVE WRK-NOVO-CNPJ   TO CLIENTES-CNPJ
                 MOVE WRK-NOVO-SEM-MKT TO CLIENTES-SEM-MARKETING
                 MOVE 'A'            TO CLIENTES-SITUACAO
                 MOVE ZEROS          TO CLIENTES-DT-INATIVACAO
                 MOVE ZEROS          TO CLIENTES-MOTIVO-INATIVACAO
                 MOVE ZEROS          TO CLIENTES-DT-REVISAO
                 MOVE 'N'            TO CLIENTES-BLOQ-CREDITO

                 WRITE CLIENTES-REG
                    INVALID KEY
                 END-EVALUATE
              END-IF
           END-IF
           END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       4060-NORMALIZAR-SEM-MKT SECTION.
      *----------------------------------------------------------------*
           IF CLIENTES-SEM-MARKETING = 's'
              MOVE 'S' TO CLIENTES-SEM-MARKETING
           END-IF.
           IF CLIENTES-SEM-MARKETING NOT = 'S'
              MOVE 'N' TO CLIENTES-SEM-MARKETING
           END-IF.
           MOVE CLIENTES-SEM-MARKETING TO WRK-NOVO-SEM-MKT.
      *----------------------------------------------------------------*
       4070-CONFERIR-CEP SECTION.
      *----------------------------------------------------------------*
      *    COM O CEP INFORMADO, O ENDERECO DA TELA E CONFERIDO E
      *    COMPLETADO PELA TABELA DE CEP: CIDADE, UF (E A RUA, SE A
      *    TABELA TEM) EM BRANCO VEM DO CEP; CIDADE OU UF DIFERENTE
      *    DA DO CEP E RECUSADA. SEM A TABELA, SEGUE COMO DIGITADO.
           MOVE 'S'    TO WRK-CEP-OK.
           MOVE SPACES TO WRK-MSG-CEP.
           IF CLIENTES-CEP NOT = ZEROS
              MOVE CLIENTES-CEP        TO CEV-CEP
              MOVE CLIENTES-LOGRADOURO TO CEV-LOGRADOURO
              MOVE CLIENTES-CIDADE     TO CEV-CIDADE
              MOVE CLIENTES-UF         TO CEV-UF
              CALL 'CEPVALIDA' USING CEV-PARAMETROS
              EVALUATE CEV-RETORNO
                 WHEN 'S'
                    MOVE CEV-LOGRADOURO TO CLIENTES-LOGRADOURO
                    MOVE CEV-CIDADE     TO CLIENTES-CIDADE
                    MOVE CEV-UF         TO CLIENTES-UF
                 WHEN 'N'
                    MOVE 'N' TO WRK-CEP-OK
                    MOVE 'CEP NAO CADASTRADO! CONFIRA O CEP.'
                       TO WRK-MSG-CEP
                 WHEN 'D'
                    MOVE 'N' TO WRK-CEP-OK
                    STRING 'CIDADE/UF NAO CONFEREM. O CEP E DE '
                          DELIMITED BY SIZE
                       CEV-CIDADE-CEP DELIMITED BY '  '
                       '/' DELIMITED BY SIZE
                       CEV-UF-CEP DELIMITED BY SIZE
                       INTO WRK-MSG-CEP
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           EVALUATE CLIENTES-STATUS
              WHEN 00
                 DISPLAY TELA-CONSULTA-DADOS
                 PERFORM 4150-EXIBIR-PONTOS
              WHEN 23
                 DISPLAY 'CLIENTE NAO ENCONTRADO!' AT 2001
              WHEN 51
              IF CLIENTES-STATUS = 00
                 DISPLAY TELA
                 DISPLAY TELA-CONSULTA-NOME-DADOS
                 PERFORM 4150-EXIBIR-PONTOS
              END-IF
              ACCEPT WRK-TECLA AT 2060
           END-IF.
           EVALUATE CLIENTES-STATUS
              WHEN 00
                 DISPLAY TELA-CONSULTA-CPF-DADOS
                 PERFORM 4150-EXIBIR-PONTOS
              WHEN 23
                 DISPLAY 'CLIENTE NAO ENCONTRADO!' AT 2001
              WHEN 51
                 IF WRK-FIM-CNPJ NOT = 'S'
                       AND CLIENTES-CNPJ = WRK-CNPJ-CONSULTA
                    DISPLAY TELA-CONSULTA-CPF-DADOS
                    PERFORM 4150-EXIBIR-PONTOS
                    MOVE 'S' TO WRK-FIM-CNPJ
                    MOVE 0  TO WRK-CNPJ-CONSULTA
                 END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2060.

      *----------------------------------------------------------------*
       4150-EXIBIR-PONTOS SECTION.
      *----------------------------------------------------------------*
      *    SALDO DE PONTOS DE FIDELIDADE DO CLIENTE CONSULTADO, JA
      *    SEM OS VENCIDOS, COM O VALOR EM REAIS PARA RESGATE.
           MOVE 'S'           TO FPT-OPERACAO.
           MOVE CLIENTES-FONE TO FPT-FONE.
           MOVE ZEROS         TO FPT-PEDIDO FPT-VALOR FPT-VALOR-PEDIDO
                                 FPT-QTD.
           MOVE 'CLIENTES'    TO FPT-ORIGEM.
           CALL 'FIDPONTOS' USING FPT-PARAMETROS.
           IF FPT-RETORNO = 'S'
              DISPLAY TELA-CONSULTA-PONTOS
           END-IF.

      *----------------------------------------------------------------*
       4200-ALTERAR SECTION.
      *----------------------------------------------------------------*
                 MOVE CLIENTES-SITUACAO TO WRK-JRN-ANTES-SITUACAO
                 MOVE CLIENTES-ENDERECO TO WRK-JRN-ANTES-ENDERECO
                 ACCEPT TELA-ALTERAR-DADOS
                 PERFORM 4070-CONFERIR-CEP
                 IF WRK-CEP-OK = 'S'
                    DISPLAY TELA-ALTERAR-DADOS
                 END-IF
                 MOVE CLIENTES-FONE             TO WRK-FONE-EXCLUIR
                 MOVE CLIENTES-NOME             TO WRK-NOVO-NOME
                 MOVE CLIENTES-EMAIL            TO WRK-NOVO-EMAIL
                 END-IF
                 MOVE CLIENTES-TIPO-PESSOA      TO WRK-NOVO-TIPO
                 MOVE CLIENTES-CNPJ             TO WRK-NOVO-CNPJ
                 PERFORM 4060-NORMALIZAR-SEM-MKT
                 MOVE 'S' TO WRK-CNPJ-VALIDO
                 IF WRK-NOVO-TIPO = 'J'
                    CALL 'CNPJVALIDA' USING WRK-NOVO-CNPJ
                 WHEN WRK-EMAIL-DUPLICADO = 'S'
                    DISPLAY 'JA EXISTE CLIENTE COM ESSE EMAIL!'
                       AT 2001
                 WHEN WRK-CEP-OK = 'N'
                    DISPLAY WRK-MSG-CEP AT 2001
                 WHEN OTHER
                    MOVE WRK-FONE-EXCLUIR          TO CLIENTES-FONE
                    MOVE WRK-NOVO-NOME             TO CLIENTES-NOME
                       CLIENTES-LIMITE-CREDITO
                    MOVE WRK-NOVO-TIPO TO CLIENTES-TIPO-PESSOA
                    MOVE WRK-NOVO-CNPJ TO CLIENTES-CNPJ
                    MOVE WRK-NOVO-SEM-MKT TO CLIENTES-SEM-MARKETING
                    REWRITE CLIENTES-REG
                       INVALID KEY
                          CONTINUE
           MOVE WRK-TOTAL-CLIENTES TO WRK-REL-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CLIENTES'        TO SPL-PROGRAMA.
           MOVE 'CLIENTES.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           IF WRK-MODO-EXECUCAO NOT = 'FECHAMENTO'
              DISPLAY TELA
           MOVE WRK-TOTAL-PROVISORIOS TO WRK-REL-QTDE.
           WRITE REG-RELATORIO2 FROM WRK-REL-TOTAL.
           CLOSE RELATORIO2.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'CLIENTES'        TO SPL-PROGRAMA.
           MOVE 'CPFPROV.REL'     TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'LISTA GRAVADA EM CPFPROV.REL. TOTAL: '
              AT 2001.
           DISPLAY WRK-TOTAL-PROVISORIOS AT 2040.
