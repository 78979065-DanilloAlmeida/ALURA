      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: TRAVA DE LANCAMENTO EM PERIODO FECHADO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    ROTINA COMUM DOS PROGRAMAS DE LANCAMENTO, EMPACOTADA COM
      *    LINKAGE COMO O FIDPONTOS:
      *       CALL 'PERVALIDA' USING PEV-PARAMETROS
      *    (VER pervalida-lnk.cpy). DEPOIS QUE UM MES FOI FECHADO NO
      *    PERIODOS (O CONTADOR JA TEM A EXPORTACAO), NADA PODE SER
      *    LANCADO COM DATA NAQUELE MES NO MODULO FECHADO. A ROTINA SO
      *    CONSULTA PERIODOS.DAT: QUEM CHAMA RECUSA O LANCAMENTO OU,
      *    COM O 'S' DO OPERADOR, GRAVA NA DATA DE HOJE. COMPETENCIA
      *    SEM REGISTRO, OU ARQUIVO AINDA NAO CRIADO, ESTA ABERTA.
      *    USADA PELO PEDIDOS, APROVACAO, DEVOLUCAO, RECEBIMENTO,
      *    INVENTARIO, TRANSFERENCIA, ESTOQCONF, DEVOLFORN, LOTEBAIXA,
      *    MONTAGEM, CONTASREC, CONTASPAG, BOLETO, PAGAMENTOS, ACORDO,
      *    ENTREGAS, FOLHA E DECIMO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. PERVALIDA.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO WRK-PERIODOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PERIODOS-STATUS
              RECORD KEY PER-CHAVE.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PERIODOS.
       COPY 'periodos-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'periodos-cfg.cpy'.
       77 PERIODOS-STATUS      PIC   9(02).
       77 WRK-FECHADO          PIC   X(01).
       77 WRK-DATA-CONSULTA    PIC   9(08).
      *------------------------
       LINKAGE SECTION.
       COPY 'pervalida-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING PEV-PARAMETROS.
      ******************************************************************
       0000-PRINCIPAL SECTION.
           MOVE 'A' TO PEV-RETORNO.
           ACCEPT PEV-DATA-ATUAL FROM DATE YYYYMMDD.
           IF PEV-DATA = ZEROS
              MOVE PEV-DATA-ATUAL TO PEV-DATA
           END-IF.

           ACCEPT WRK-PERIODOS-PATH FROM ENVIRONMENT 'PERIODOS_DAT'.
           IF WRK-PERIODOS-PATH = SPACES
              MOVE WRK-PERIODOS-PATH-PADRAO TO WRK-PERIODOS-PATH
           END-IF.
           OPEN INPUT PERIODOS.

           IF PERIODOS-STATUS = 00
              MOVE PEV-DATA TO WRK-DATA-CONSULTA
              PERFORM 0100-CONSULTAR
              IF WRK-FECHADO = 'S'
                 MOVE 'F' TO PEV-RETORNO
                 MOVE PEV-DATA-ATUAL TO WRK-DATA-CONSULTA
                 PERFORM 0100-CONSULTAR
                 IF WRK-FECHADO = 'S'
                    MOVE 'X' TO PEV-RETORNO
                 END-IF
              END-IF
              CLOSE PERIODOS
           END-IF.
           GOBACK.
      *----------------------------------------------------------------*
       0100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FECHADO.
           MOVE WRK-DATA-CONSULTA(1:6) TO PER-COMPETENCIA.
           MOVE PEV-MODULO             TO PER-MODULO.
           READ PERIODOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PERIODOS-STATUS = 00 AND PER-SITUACAO = 'F'
              MOVE 'S' TO WRK-FECHADO
           END-IF.
      *----------------------------------------------------------------*
