      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: LEITURA DE PARAMETRO DE REGRA DE NEGOCIO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    ROTINA COMUM DOS PROGRAMAS QUE TEM REGRA PARAMETRIZADA,
      *    EMPACOTADA COM LINKAGE COMO O PERVALIDA:
      *       CALL 'PARAMLER' USING PRM-PARAMETROS
      *    (VER paramler-lnk.cpy). DEVOLVE O VALOR DO PARAMETRO EM
      *    VIGOR NA DATA PEDIDA: O REGISTRO DE MAIOR VIGENCIA QUE NAO
      *    PASSA DA DATA. SO CONSULTA PARAMETROS.DAT; A VARIAVEL DE
      *    AMBIENTE DE EMERGENCIA E O VALOR PADRAO CONTINUAM NO
      *    PROGRAMA QUE CHAMOU.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. PARAMLER.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO WRK-PARAMETROS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PARAMETROS-STATUS
              RECORD KEY PAR-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PARAMETROS.
       COPY 'parametros-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'parametros-cfg.cpy'.
       77 PARAMETROS-STATUS    PIC   9(02).
       77 WRK-DATA-CONSULTA    PIC   9(08).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
      *------------------------
       LINKAGE SECTION.
       COPY 'paramler-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING PRM-PARAMETROS.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           MOVE 'N'    TO PRM-ACHADO.
           MOVE ZEROS  TO PRM-NUMERO PRM-VIGENCIA.
           MOVE SPACES TO PRM-VALOR.
           MOVE PRM-DATA TO WRK-DATA-CONSULTA.
           IF WRK-DATA-CONSULTA = ZEROS
              ACCEPT WRK-DATA-CONSULTA FROM DATE YYYYMMDD
           END-IF.

           ACCEPT WRK-PARAMETROS-PATH FROM ENVIRONMENT
              'PARAMETROS_DAT'.
           IF WRK-PARAMETROS-PATH = SPACES
              MOVE WRK-PARAMETROS-PATH-PADRAO TO WRK-PARAMETROS-PATH
           END-IF.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-STATUS = 00
              PERFORM 0100-LOCALIZAR-VIGENTE
              CLOSE PARAMETROS
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-LOCALIZAR-VIGENTE SECTION.
      *----------------------------------------------------------------*
      *    AS VIGENCIAS DE UM NOME SAEM EM ORDEM CRESCENTE NA CHAVE;
      *    FICA A ULTIMA QUE NAO PASSA DA DATA DE REFERENCIA.
           MOVE PRM-NOME TO PAR-NOME.
           MOVE ZEROS    TO PAR-VIGENCIA.
           MOVE 'N'      TO WRK-FIM-ARQUIVO.
           START PARAMETROS KEY IS NOT LESS THAN PAR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ PARAMETROS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT = 'S'
                 IF PARAMETROS-STATUS NOT = 00
                       OR PAR-NOME NOT = PRM-NOME
                       OR PAR-VIGENCIA > WRK-DATA-CONSULTA
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    MOVE 'S'            TO PRM-ACHADO
                    MOVE PAR-VIGENCIA   TO PRM-VIGENCIA
                    IF PAR-TIPO = 'N'
                       MOVE PAR-VALOR-NUM TO PRM-NUMERO
                       MOVE SPACES        TO PRM-VALOR
                    ELSE
                       MOVE ZEROS          TO PRM-NUMERO
                       MOVE PAR-VALOR-ALFA TO PRM-VALOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
