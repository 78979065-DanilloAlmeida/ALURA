      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CREDITO DE SALARIOS EM CONTA - REMESSA E RETORNO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    A OPCAO 1 GERA SALREMESSA.TXT NO LEIAUTE DO BANCO PARA UMA
      *    COMPETENCIA (AAAAMM): UM HEADER '0' COM O CNPJ DA EMPRESA
      *    (EMITENTE.DAT, O MESMO DA NF-E), A COMPETENCIA E A DATA DO
      *    CREDITO; UM DETALHE '1' POR FUNCIONARIO ATIVO COM O LIQUIDO
      *    DO FOLHAPAG.DAT E O DOMICILIO BANCARIO DO CADASTRO; E UM
      *    TRAILER '9' COM QUANTIDADE E TOTAL. O "SEU NUMERO" DO
      *    DETALHE E COMPETENCIA + MATRICULA, DEVOLVIDO PELO BANCO NO
      *    RETORNO. CADA CREDITO REMETIDO FICA EM SALCRED.DAT ('R').
      *    FICAM FORA DA REMESSA, LISTADOS EM SALCREDITO.REL COM O
      *    CODIGO DO MOTIVO: 01 SEM DADOS BANCARIOS, 02 FUNCIONARIO NAO
      *    CADASTRADO OU DESLIGADO, 03 LIQUIDO ZERADO, 04 CREDITO DA
      *    COMPETENCIA JA CONFIRMADO PELO BANCO, 05 CREDITO JA REMETIDO
      *    E AINDA SEM RETORNO (SO O DEVOLVIDO E REENVIADO).
      *    A OPCAO 2 PROCESSA SALRETORNO.TXT: OCORRENCIA '00' CONFIRMA
      *    O CREDITO ('C'); QUALQUER OUTRA E CREDITO DEVOLVIDO ('D'),
      *    LISTADO EM SALRETORNO.REL PARA O RH PAGAR POR OUTRO MEIO OU
      *    CORRIGIR O CADASTRO E REMETER DE NOVO (A NOVA REMESSA DA
      *    COMPETENCIA REENVIA OS DEVOLVIDOS). LINHAS QUE NAO CASAM
      *    SAEM NO MESMO RELATORIO: 01 CREDITO NAO ENCONTRADO, 02
      *    CREDITO JA PROCESSADO, 03 VALOR DIVERGENTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. SALCREDITO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WRK-FUNCIONARIOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FUNCIONARIOS-STATUS
              RECORD KEY FUNC-CHAVE.

           SELECT SALCRED ASSIGN TO WRK-SALCRED-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SALCRED-STATUS
              RECORD KEY SCR-CHAVE.

           SELECT FOLHA-PAG ASSIGN TO 'FOLHAPAG.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHA-PAG-STATUS.

           SELECT EMITENTE ASSIGN TO 'EMITENTE.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EMITENTE-STATUS.

           SELECT REMESSA ASSIGN TO 'SALREMESSA.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REMESSA-STATUS.

           SELECT RETORNO ASSIGN TO 'SALRETORNO.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RETORNO-STATUS.

           SELECT RELATORIO ASSIGN TO WRK-RELATORIO-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD FUNCIONARIOS.
       COPY 'funcionarios-reg.cpy'.
      *-------------
       FD SALCRED.
       COPY 'salcred-reg.cpy'.
      *-------------
      *    PAGAMENTOS DA COMPETENCIA GRAVADOS PELA FOLHA.
       FD FOLHA-PAG.
       01 PAG-REG.
          05 PAG-COMPETENCIA    PIC 9(06).
          05 PAG-MATRICULA      PIC 9(05).
          05 PAG-NOME           PIC X(20).
          05 PAG-DEPTO          PIC X(10).
          05 PAG-SALARIO-BRUTO  PIC 9(09)V99.
          05 PAG-COMISSAO       PIC S9(09)V99.
          05 PAG-HORAS-EXTRAS   PIC 9(08)V99.
          05 PAG-FERIAS         PIC 9(08)V99.
          05 PAG-DESC-FALTAS    PIC 9(08)V99.
          05 PAG-INSS           PIC 9(08)V99.
          05 PAG-IRRF           PIC 9(08)V99.
          05 PAG-SALARIO-LIQ    PIC 9(09)V99.
          05 PAG-BASE-FGTS      PIC 9(09)V99.
          05 PAG-FGTS           PIC 9(08)V99.
          05 PAG-ADIANTAMENTO   PIC 9(08)V99.
          05 PAG-QTD-DEPEND     PIC 9(02).
          05 PAG-DED-DEPEND     PIC 9(08)V99.
          05 PAG-CONSIGNADO     PIC 9(08)V99.
          05 PAG-DESC-VT        PIC 9(07)V99.
          05 PAG-DESC-VR        PIC 9(07)V99.
          05 PAG-TIPO-PAGTO     PIC X(01).
          05 PAG-AVOS-13        PIC 9(02).
      *-------------
      *    DADOS FISCAIS DA EMPRESA, UM UNICO REGISTRO.
       FD EMITENTE.
       01 EMT-REG.
          05 EMT-CNPJ            PIC 9(14).
          05 EMT-IE              PIC X(14).
          05 EMT-RAZAO           PIC X(40).
          05 EMT-FANTASIA        PIC X(30).
          05 EMT-LOGRADOURO      PIC X(30).
          05 EMT-NUM-END         PIC X(06).
          05 EMT-CIDADE          PIC X(20).
          05 EMT-UF              PIC X(02).
          05 EMT-CEP             PIC 9(08).
          05 EMT-FONE            PIC 9(10).
      *-------------
      *    REMESSA DE CREDITO DE SALARIOS PARA O BANCO: HEADER,
      *    DETALHES E TRAILER, TODOS COM 100 POSICOES.
       FD REMESSA.
       01 REM-HEADER.
          05 REM-H-TIPO          PIC X(01).
          05 REM-H-CNPJ          PIC 9(14).
          05 REM-H-RAZAO         PIC X(40).
          05 REM-H-COMPETENCIA   PIC 9(06).
          05 REM-H-DT-GERACAO    PIC 9(08).
          05 REM-H-DT-CREDITO    PIC 9(08).
          05 FILLER              PIC X(23).
       01 REM-DETALHE.
          05 REM-D-TIPO          PIC X(01).
          05 REM-D-SEQUENCIA     PIC 9(06).
          05 REM-D-SEU-NUMERO.
             10 REM-D-COMPETENCIA PIC 9(06).
             10 REM-D-MATRICULA   PIC 9(05).
          05 REM-D-NOME          PIC X(30).
          05 REM-D-BANCO         PIC 9(03).
          05 REM-D-AGENCIA       PIC 9(05).
          05 REM-D-CONTA         PIC 9(12).
          05 REM-D-CONTA-DV      PIC X(01).
          05 REM-D-VALOR         PIC 9(11)V99.
          05 REM-D-DT-CREDITO    PIC 9(08).
          05 FILLER              PIC X(10).
       01 REM-TRAILER.
          05 REM-T-TIPO          PIC X(01).
          05 REM-T-QTDE          PIC 9(06).
          05 REM-T-TOTAL         PIC 9(13)V99.
          05 FILLER              PIC X(78).
      *-------------
      *    RETORNO DO BANCO: UMA LINHA '1' POR CREDITO DA REMESSA,
      *    COM O SEU NUMERO DEVOLVIDO. OCORRENCIA '00' = CREDITADO;
      *    DEMAIS = CODIGO DE DEVOLUCAO. HEADER E TRAILER SAO
      *    IGNORADOS.
       FD RETORNO.
       01 RET-REG.
          05 RET-TIPO            PIC X(01).
          05 RET-SEQUENCIA       PIC 9(06).
          05 RET-SEU-NUMERO.
             10 RET-COMPETENCIA  PIC 9(06).
             10 RET-MATRICULA    PIC 9(05).
          05 RET-VALOR           PIC 9(11)V99.
          05 RET-DT-CREDITO      PIC 9(08).
          05 RET-OCORRENCIA      PIC X(02).
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO         PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'funcionarios-cfg.cpy'.
       COPY 'salcred-cfg.cpy'.
       77 FUNCIONARIOS-STATUS  PIC   9(02).
       77 SALCRED-STATUS       PIC   9(02).
       77 FOLHA-PAG-STATUS     PIC   9(02).
       77 EMITENTE-STATUS      PIC   9(02).
       77 REMESSA-STATUS       PIC   9(02).
       77 RETORNO-STATUS       PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 WRK-RELATORIO-NOME   PIC   X(20) VALUE 'SALCREDITO.REL'.
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-COMPETENCIA      PIC   9(06).
       77 WRK-DT-CREDITO       PIC   9(08).
       77 WRK-DOC-VALIDO       PIC   X(01).
       77 WRK-EMITENTE-OK      PIC   X(01) VALUE 'N'.
       77 WRK-ARQS-ABERTOS     PIC   X(01) VALUE 'N'.
       77 WRK-SCR-EXISTE       PIC   X(01).
       77 WRK-ERR-MOTIVO       PIC   9(02).
       77 WRK-QTD-LIDOS        PIC   9(06) VALUE 0.
       77 WRK-QTD-REMETIDOS    PIC   9(06) VALUE 0.
       77 WRK-QTD-REJEITADOS   PIC   9(06) VALUE 0.
       77 WRK-QTD-CREDITADOS   PIC   9(06) VALUE 0.
       77 WRK-QTD-DEVOLVIDOS   PIC   9(06) VALUE 0.
       77 WRK-TOTAL-REMESSA    PIC   9(13)V99 VALUE 0.
       77 WRK-TOTAL-DEVOLVIDO  PIC   9(13)V99 VALUE 0.
       77 WRK-TOTAL-EDT        PIC   ZZZZZZZZZZZZ9.99.

       01 WRK-REL-CABEC1.
          05 FILLER              PIC X(40) VALUE
             'CREDITO DE SALARIOS - COMPETENCIA: '.
          05 WRK-REL-COMP        PIC 9(06).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 WRK-REL-TITULO      PIC X(40) VALUE
             'FUNCIONARIOS FORA DA REMESSA'.

       01 WRK-REL-CABEC2.
          05 FILLER              PIC X(40) VALUE
             'MATR.  NOME                  DEPTO     '.
          05 FILLER              PIC X(40) VALUE
             '          LIQUIDO  MOTIVO'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-MATR        PIC 9(05).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WRK-REL-NOME        PIC X(20).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WRK-REL-DEPTO       PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WRK-REL-VALOR       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WRK-REL-MOTIVO      PIC 9(02).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WRK-REL-DESCRICAO   PIC X(40).

       01 WRK-REL-RET-CABEC2.
          05 FILLER              PIC X(40) VALUE
             'COMP.   MATR.  NOME                  BA'.
          05 FILLER              PIC X(40) VALUE
             'NCO AGENCIA        CONTA-DV         VAL'.
          05 FILLER              PIC X(20) VALUE
             'OR  OCORR  MOTIVO'.

       01 WRK-REL-RET-DETALHE.
          05 WRK-RET-COMP        PIC 9(06).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WRK-RET-MATR        PIC 9(05).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WRK-RET-NOME        PIC X(20).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WRK-RET-BANCO       PIC 9(03).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WRK-RET-AGENCIA     PIC 9(05).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WRK-RET-CONTA       PIC 9(12).
          05 FILLER              PIC X(01) VALUE '-'.
          05 WRK-RET-DV          PIC X(01).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WRK-RET-VALOR       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WRK-RET-OCORR       PIC X(02).
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WRK-RET-DESCRICAO   PIC X(30).
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 1000-GERAR-REMESSA
              WHEN 2
                 PERFORM 2000-PROCESSAR-RETORNO
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA. NADA FEITO.'
           END-EVALUATE.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
           DISPLAY '### CREDITO DE SALARIOS EM CONTA ###'.
           DISPLAY '1 - GERAR REMESSA DA COMPETENCIA'.
           DISPLAY '2 - PROCESSAR ARQUIVO DE RETORNO'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           IF WRK-OPCAO = 1
              PERFORM 0110-LER-EMITENTE
              IF WRK-EMITENTE-OK NOT = 'S'
                 MOVE 9 TO WRK-OPCAO
              END-IF
           END-IF.

           IF WRK-OPCAO = 1 OR WRK-OPCAO = 2
              ACCEPT WRK-FUNCIONARIOS-PATH FROM ENVIRONMENT
                 'FUNCIONARIOS_DAT'
              IF WRK-FUNCIONARIOS-PATH = SPACES
                 MOVE WRK-FUNCIONARIOS-PATH-PADRAO
                    TO WRK-FUNCIONARIOS-PATH
              END-IF
              ACCEPT WRK-SALCRED-PATH FROM ENVIRONMENT 'SALCRED_DAT'
              IF WRK-SALCRED-PATH = SPACES
                 MOVE WRK-SALCRED-PATH-PADRAO TO WRK-SALCRED-PATH
              END-IF
              OPEN INPUT FUNCIONARIOS
              IF FUNCIONARIOS-STATUS NOT = 00
                 DISPLAY 'FUNCIONARIOS.DAT INDISPONIVEL. STATUS: '
                    FUNCIONARIOS-STATUS
                 MOVE 9 TO WRK-OPCAO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN I-O SALCRED
                 IF SALCRED-STATUS = 35
                    OPEN OUTPUT SALCRED
                    CLOSE SALCRED
                    OPEN I-O SALCRED
                 END-IF
                 IF SALCRED-STATUS NOT = 00
                    DISPLAY 'SALCRED.DAT INDISPONIVEL. STATUS: '
                       SALCRED-STATUS
                    CLOSE FUNCIONARIOS
                    MOVE 9 TO WRK-OPCAO
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 'S' TO WRK-ARQS-ABERTOS
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0110-LER-EMITENTE SECTION.
      *----------------------------------------------------------------*
      *    O HEADER DA REMESSA IDENTIFICA A EMPRESA PAGADORA PELO
      *    CNPJ: SEM ELE O BANCO RECUSA O ARQUIVO INTEIRO.
           OPEN INPUT EMITENTE.
           IF EMITENTE-STATUS NOT = 00
              DISPLAY 'EMITENTE.DAT INDISPONIVEL. STATUS: '
                 EMITENTE-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              READ EMITENTE
                 AT END
                    MOVE 10 TO EMITENTE-STATUS
              END-READ
              CLOSE EMITENTE
              IF EMITENTE-STATUS NOT = 00
                 DISPLAY 'EMITENTE.DAT VAZIO!'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 CALL 'CNPJVALIDA' USING EMT-CNPJ WRK-DOC-VALIDO
                 IF WRK-DOC-VALIDO = 'S'
                    MOVE 'S' TO WRK-EMITENTE-OK
                 ELSE
                    DISPLAY 'CNPJ DA EMPRESA INVALIDO: ' EMT-CNPJ
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       1000-GERAR-REMESSA SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'COMPETENCIA DO CREDITO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA = ZEROS
              MOVE WRK-DATA-ATUAL(1:6) TO WRK-COMPETENCIA
           END-IF.
           DISPLAY 'DATA DO CREDITO EM CONTA (AAAAMMDD): '.
           ACCEPT WRK-DT-CREDITO FROM CONSOLE.
           IF WRK-DT-CREDITO = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DT-CREDITO
           END-IF.

           OPEN INPUT FOLHA-PAG.
           IF FOLHA-PAG-STATUS NOT = 00
              DISPLAY 'FOLHAPAG.DAT INDISPONIVEL. STATUS: '
                 FOLHA-PAG-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT REMESSA
              OPEN OUTPUT RELATORIO
              IF REMESSA-STATUS NOT = 00
                    OR RELATORIO-STATUS NOT = 00
                 DISPLAY 'ERRO AO CRIAR SALREMESSA.TXT OU '
                    'SALCREDITO.REL. STATUS: ' REMESSA-STATUS ' '
                    RELATORIO-STATUS
                 IF REMESSA-STATUS = 00
                    CLOSE REMESSA
                 END-IF
                 IF RELATORIO-STATUS = 00
                    CLOSE RELATORIO
                 END-IF
                 CLOSE FOLHA-PAG
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WRK-COMPETENCIA TO WRK-REL-COMP
                 WRITE REG-RELATORIO FROM WRK-REL-CABEC1
                 MOVE SPACES TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 WRITE REG-RELATORIO FROM WRK-REL-CABEC2

                 MOVE SPACES           TO REM-HEADER
                 MOVE '0'              TO REM-H-TIPO
                 MOVE EMT-CNPJ         TO REM-H-CNPJ
                 MOVE EMT-RAZAO        TO REM-H-RAZAO
                 MOVE WRK-COMPETENCIA  TO REM-H-COMPETENCIA
                 MOVE WRK-DATA-ATUAL   TO REM-H-DT-GERACAO
                 MOVE WRK-DT-CREDITO   TO REM-H-DT-CREDITO
                 WRITE REM-HEADER

                 MOVE 'N' TO WRK-FIM-ARQUIVO
                 PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                    READ FOLHA-PAG
                       AT END
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                          IF PAG-COMPETENCIA = WRK-COMPETENCIA
                             ADD 1 TO WRK-QTD-LIDOS
                             PERFORM 1100-AVALIAR-PAGAMENTO
                          END-IF
                    END-READ
                 END-PERFORM

                 MOVE SPACES            TO REM-TRAILER
                 MOVE '9'               TO REM-T-TIPO
                 MOVE WRK-QTD-REMETIDOS TO REM-T-QTDE
                 MOVE WRK-TOTAL-REMESSA TO REM-T-TOTAL
                 WRITE REM-TRAILER

                 CLOSE FOLHA-PAG
                 CLOSE REMESSA
                 CLOSE RELATORIO
      *          GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
                 MOVE 'SALCREDITO'      TO SPL-PROGRAMA
                 MOVE WRK-RELATORIO-NOME TO SPL-RELATORIO
                 CALL 'SPOOLREG' USING SPL-PARAMETROS
                 MOVE WRK-TOTAL-REMESSA TO WRK-TOTAL-EDT
                 DISPLAY 'SALREMESSA.TXT GERADA. PAGAMENTOS DA '
                    'COMPETENCIA: ' WRK-QTD-LIDOS
                 DISPLAY 'CREDITOS REMETIDOS: ' WRK-QTD-REMETIDOS
                    ' TOTAL: ' WRK-TOTAL-EDT
                 DISPLAY 'FORA DA REMESSA: ' WRK-QTD-REJEITADOS
                    ' (VER SALCREDITO.REL)'
                 IF WRK-QTD-LIDOS = ZEROS
                    DISPLAY 'NENHUM PAGAMENTO DA COMPETENCIA NO '
                       'FOLHAPAG.DAT!'
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       1100-AVALIAR-PAGAMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE PAG-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS
              INVALID KEY
                 CONTINUE
           END-READ.

           MOVE PAG-COMPETENCIA TO SCR-COMPETENCIA.
           MOVE PAG-MATRICULA   TO SCR-MATRICULA.
           READ SALCRED
              INVALID KEY
                 CONTINUE
           END-READ.
           IF SALCRED-STATUS = 00
              MOVE 'S' TO WRK-SCR-EXISTE
           ELSE
              MOVE 'N' TO WRK-SCR-EXISTE
           END-IF.

           EVALUATE TRUE
              WHEN FUNCIONARIOS-STATUS NOT = 00
                 MOVE 02 TO WRK-ERR-MOTIVO
                 MOVE 'FUNCIONARIO NAO CADASTRADO'
                    TO WRK-REL-DESCRICAO
                 PERFORM 1300-LISTAR-REJEITADO
              WHEN FUNC-SITUACAO = 'D'
                 MOVE 02 TO WRK-ERR-MOTIVO
                 MOVE 'FUNCIONARIO DESLIGADO'
                    TO WRK-REL-DESCRICAO
                 PERFORM 1300-LISTAR-REJEITADO
              WHEN PAG-SALARIO-LIQ = ZEROS
                 MOVE 03 TO WRK-ERR-MOTIVO
                 MOVE 'LIQUIDO ZERADO'
                    TO WRK-REL-DESCRICAO
                 PERFORM 1300-LISTAR-REJEITADO
              WHEN FUNC-BANCO = ZEROS
                    OR FUNC-AGENCIA = ZEROS
                    OR FUNC-CONTA = ZEROS
                 MOVE 01 TO WRK-ERR-MOTIVO
                 MOVE 'SEM DADOS BANCARIOS NO CADASTRO'
                    TO WRK-REL-DESCRICAO
                 PERFORM 1300-LISTAR-REJEITADO
              WHEN WRK-SCR-EXISTE = 'S' AND SCR-SITUACAO = 'C'
                 MOVE 04 TO WRK-ERR-MOTIVO
                 MOVE 'CREDITO JA CONFIRMADO PELO BANCO'
                    TO WRK-REL-DESCRICAO
                 PERFORM 1300-LISTAR-REJEITADO
      *          JA ESTA NO BANCO: REENVIAR FARIA O BANCO PAGAR DUAS
      *          VEZES. SO VOLTA A REMESSA SE O RETORNO DEVOLVER.
              WHEN WRK-SCR-EXISTE = 'S' AND SCR-SITUACAO = 'R'
                 MOVE 05 TO WRK-ERR-MOTIVO
                 MOVE 'REMESSA JA ENVIADA, AGUARDANDO RETORNO'
                    TO WRK-REL-DESCRICAO
                 PERFORM 1300-LISTAR-REJEITADO
              WHEN OTHER
                 PERFORM 1200-REMETER-CREDITO
           END-EVALUATE.
      *----------------------------------------------------------------*
       1200-REMETER-CREDITO SECTION.
      *----------------------------------------------------------------*
      *    DEVOLVIDO DE UMA REMESSA ANTERIOR DA MESMA COMPETENCIA E
      *    REENVIADO COM OS DADOS BANCARIOS ATUAIS.
           MOVE PAG-NOME         TO SCR-NOME.
           MOVE FUNC-BANCO       TO SCR-BANCO.
           MOVE FUNC-AGENCIA     TO SCR-AGENCIA.
           MOVE FUNC-CONTA       TO SCR-CONTA.
           MOVE FUNC-CONTA-DV    TO SCR-CONTA-DV.
           MOVE PAG-SALARIO-LIQ  TO SCR-VALOR.
           MOVE WRK-DATA-ATUAL   TO SCR-DT-REMESSA.
           MOVE WRK-DT-CREDITO   TO SCR-DT-CREDITO.
           MOVE 'R'              TO SCR-SITUACAO.
           MOVE SPACES           TO SCR-OCORRENCIA.
           IF WRK-SCR-EXISTE = 'S'
              REWRITE SCR-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE SCR-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.

           IF SALCRED-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR SALCRED.DAT. MATRICULA: '
                 PAG-MATRICULA ' STATUS: ' SALCRED-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WRK-QTD-REMETIDOS
              MOVE SPACES            TO REM-DETALHE
              MOVE '1'               TO REM-D-TIPO
              MOVE WRK-QTD-REMETIDOS TO REM-D-SEQUENCIA
              MOVE PAG-COMPETENCIA   TO REM-D-COMPETENCIA
              MOVE PAG-MATRICULA     TO REM-D-MATRICULA
              MOVE PAG-NOME          TO REM-D-NOME
              MOVE FUNC-BANCO        TO REM-D-BANCO
              MOVE FUNC-AGENCIA      TO REM-D-AGENCIA
              MOVE FUNC-CONTA        TO REM-D-CONTA
              MOVE FUNC-CONTA-DV     TO REM-D-CONTA-DV
              MOVE PAG-SALARIO-LIQ   TO REM-D-VALOR
              MOVE WRK-DT-CREDITO    TO REM-D-DT-CREDITO
              WRITE REM-DETALHE
              ADD PAG-SALARIO-LIQ TO WRK-TOTAL-REMESSA
           END-IF.
      *----------------------------------------------------------------*
       1300-LISTAR-REJEITADO SECTION.
      *----------------------------------------------------------------*
           MOVE PAG-MATRICULA    TO WRK-REL-MATR.
           MOVE PAG-NOME         TO WRK-REL-NOME.
           MOVE PAG-DEPTO        TO WRK-REL-DEPTO.
           MOVE PAG-SALARIO-LIQ  TO WRK-REL-VALOR.
           MOVE WRK-ERR-MOTIVO   TO WRK-REL-MOTIVO.
           WRITE REG-RELATORIO FROM WRK-REL-DETALHE.
           ADD 1 TO WRK-QTD-REJEITADOS.
      *----------------------------------------------------------------*
       2000-PROCESSAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT RETORNO.
           IF RETORNO-STATUS NOT = 00
              DISPLAY 'SALRETORNO.TXT INDISPONIVEL. STATUS: '
                 RETORNO-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'SALRETORNO.REL' TO WRK-RELATORIO-NOME
              OPEN OUTPUT RELATORIO
              IF RELATORIO-STATUS NOT = 00
                 DISPLAY 'ERRO AO CRIAR SALRETORNO.REL. STATUS: '
                    RELATORIO-STATUS
                 CLOSE RETORNO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WRK-DATA-ATUAL(1:6) TO WRK-REL-COMP
                 MOVE 'CREDITOS DEVOLVIDOS E LINHAS REJEITADAS'
                    TO WRK-REL-TITULO
                 WRITE REG-RELATORIO FROM WRK-REL-CABEC1
                 MOVE SPACES TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 WRITE REG-RELATORIO FROM WRK-REL-RET-CABEC2

                 MOVE 'N' TO WRK-FIM-ARQUIVO
                 PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                    READ RETORNO
                       AT END
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                          IF RET-TIPO = '1'
                             PERFORM 2100-BAIXAR-RETORNO
                          END-IF
                    END-READ
                 END-PERFORM

                 CLOSE RETORNO
                 CLOSE RELATORIO
      *          GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
                 MOVE 'SALCREDITO'      TO SPL-PROGRAMA
                 MOVE WRK-RELATORIO-NOME TO SPL-RELATORIO
                 CALL 'SPOOLREG' USING SPL-PARAMETROS
                 MOVE WRK-TOTAL-DEVOLVIDO TO WRK-TOTAL-EDT
                 DISPLAY 'RETORNO PROCESSADO. CREDITADOS: '
                    WRK-QTD-CREDITADOS ' DEVOLVIDOS: '
                    WRK-QTD-DEVOLVIDOS ' REJEITADOS: '
                    WRK-QTD-REJEITADOS
                 DISPLAY 'TOTAL DEVOLVIDO: ' WRK-TOTAL-EDT
                    ' (VER SALRETORNO.REL)'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2100-BAIXAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           MOVE RET-COMPETENCIA TO SCR-COMPETENCIA.
           MOVE RET-MATRICULA   TO SCR-MATRICULA.
           READ SALCRED
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE TRUE
              WHEN SALCRED-STATUS NOT = 00
                 MOVE SPACES TO SCR-NOME SCR-CONTA-DV
                 MOVE ZEROS  TO SCR-BANCO SCR-AGENCIA SCR-CONTA
                 MOVE 'REJ 01 CREDITO NAO ENCONTRADO'
                    TO WRK-RET-DESCRICAO
                 ADD 1 TO WRK-QTD-REJEITADOS
                 PERFORM 2200-LISTAR-RETORNO
              WHEN SCR-SITUACAO NOT = 'R'
                 MOVE 'REJ 02 CREDITO JA PROCESSADO'
                    TO WRK-RET-DESCRICAO
                 ADD 1 TO WRK-QTD-REJEITADOS
                 PERFORM 2200-LISTAR-RETORNO
              WHEN RET-OCORRENCIA NOT = '00'
      *          DEVOLVIDO PELO BANCO: O FUNCIONARIO NAO RECEBEU E O
      *          RH PRECISA AGIR.
                 MOVE 'D'            TO SCR-SITUACAO
                 MOVE RET-OCORRENCIA TO SCR-OCORRENCIA
                 REWRITE SCR-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 ADD 1         TO WRK-QTD-DEVOLVIDOS
                 ADD SCR-VALOR TO WRK-TOTAL-DEVOLVIDO
                 MOVE 'CREDITO DEVOLVIDO PELO BANCO'
                    TO WRK-RET-DESCRICAO
                 PERFORM 2200-LISTAR-RETORNO
                 DISPLAY 'DEVOLVIDO: ' SCR-MATRICULA ' ' SCR-NOME
                    ' OCORRENCIA ' RET-OCORRENCIA
              WHEN RET-VALOR NOT = SCR-VALOR
                 MOVE 'REJ 03 VALOR DIVERGENTE'
                    TO WRK-RET-DESCRICAO
                 ADD 1 TO WRK-QTD-REJEITADOS
                 PERFORM 2200-LISTAR-RETORNO
              WHEN OTHER
                 MOVE 'C'            TO SCR-SITUACAO
                 MOVE RET-OCORRENCIA TO SCR-OCORRENCIA
                 MOVE RET-DT-CREDITO TO SCR-DT-CREDITO
                 REWRITE SCR-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 ADD 1 TO WRK-QTD-CREDITADOS
           END-EVALUATE.
      *----------------------------------------------------------------*
       2200-LISTAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           MOVE RET-COMPETENCIA  TO WRK-RET-COMP.
           MOVE RET-MATRICULA    TO WRK-RET-MATR.
           MOVE SCR-NOME         TO WRK-RET-NOME.
           MOVE SCR-BANCO        TO WRK-RET-BANCO.
           MOVE SCR-AGENCIA      TO WRK-RET-AGENCIA.
           MOVE SCR-CONTA        TO WRK-RET-CONTA.
           MOVE SCR-CONTA-DV     TO WRK-RET-DV.
           MOVE RET-VALOR        TO WRK-RET-VALOR.
           MOVE RET-OCORRENCIA   TO WRK-RET-OCORR.
           WRITE REG-RELATORIO FROM WRK-REL-RET-DETALHE.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           IF WRK-ARQS-ABERTOS = 'S'
              CLOSE FUNCIONARIOS
              CLOSE SALCRED
           END-IF.
      *----------------------------------------------------------------*
