      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: CONFERENCIA E PREENCHIMENTO DO ENDERECO PELO CEP
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    ROTINA COMUM DO CADASTRO DE CLIENTES, EMPACOTADA COM
      *    LINKAGE COMO O FIDPONTOS:
      *       CALL 'CEPVALIDA' USING CEV-PARAMETROS
      *    (VER cepvalida-lnk.cpy). LE O CEP NA TABELA CARREGADA PELO
      *    CEPLOAD, COMPLETA O QUE VEIO EM BRANCO E RECUSA CIDADE OU
      *    UF DIGITADA DIFERENTE DA DO CEP ("S PAULO" PARA UM CEP DE
      *    SAO PAULO), PARA O FRETE, O ICMS, O ROMANEIO E A APURACAO
      *    POR ESTADO NAO DEPENDEREM DO QUE FOI DIGITADO. A COMPARACAO
      *    E EM MAIUSCULAS. O NUMERO E O COMPLEMENTO DA RUA NAO ESTAO
      *    NA TABELA E O LOGRADOURO DIGITADO E MANTIDO.
      *    USADA PELO CLIENTES (INCLUSAO E ALTERACAO), PELO
      *    CLIENTESLOAD E PELA IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CEPVALIDA.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT CEP ASSIGN TO WRK-CEP-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CEP-STATUS
              RECORD KEY CEP-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD CEP.
       COPY 'cep-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'cep-cfg.cpy'.
       77 CEP-STATUS           PIC   9(02).
       77 WRK-CIDADE           PIC   X(20).
       77 WRK-UF               PIC   X(02).
      *------------------------
       LINKAGE SECTION.
       COPY 'cepvalida-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING CEV-PARAMETROS.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           MOVE 'S'    TO CEV-RETORNO.
           MOVE SPACES TO CEV-CIDADE-CEP CEV-UF-CEP.

           ACCEPT WRK-CEP-PATH FROM ENVIRONMENT 'CEP_DAT'.
           IF WRK-CEP-PATH = SPACES
              MOVE WRK-CEP-PATH-PADRAO TO WRK-CEP-PATH
           END-IF.
           OPEN INPUT CEP.

           IF CEP-STATUS NOT = 00
              MOVE 'X' TO CEV-RETORNO
           ELSE
              MOVE CEV-CEP TO CEP-CODIGO
              READ CEP
                 INVALID KEY
                    CONTINUE
              END-READ
              IF CEP-STATUS = 00
                 PERFORM 0100-CONFERIR
              ELSE
                 MOVE 'N' TO CEV-RETORNO
              END-IF
              CLOSE CEP
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-CONFERIR SECTION.
      *----------------------------------------------------------------*
           MOVE CEP-CIDADE TO CEV-CIDADE-CEP.
           MOVE CEP-UF     TO CEV-UF-CEP.
           MOVE CEV-CIDADE TO WRK-CIDADE.
           MOVE CEV-UF     TO WRK-UF.
           INSPECT WRK-CIDADE CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-UF CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WRK-CIDADE NOT = SPACES AND WRK-CIDADE NOT = CEP-CIDADE
              MOVE 'D' TO CEV-RETORNO
           END-IF.
           IF WRK-UF NOT = SPACES AND WRK-UF NOT = CEP-UF
              MOVE 'D' TO CEV-RETORNO
           END-IF.

           IF CEV-RETORNO = 'S'
              MOVE CEP-CIDADE TO CEV-CIDADE
              MOVE CEP-UF     TO CEV-UF
              IF CEV-LOGRADOURO = SPACES
                 MOVE CEP-LOGRADOURO TO CEV-LOGRADOURO
              END-IF
           END-IF.
