              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ESTOQFIL-STATUS
              RECORD KEY EF-CHAVE.

           SELECT CICLO ASSIGN TO WRK-CICLO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CICLO-STATUS
              RECORD KEY CIC-CHAVE.

           SELECT CICLOHIST ASSIGN TO 'CICLOHIST.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CICLOHIST-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
      *-------------
       FD ESTOQFIL.
       COPY 'estoqfil-reg.cpy'.
      *-------------
       FD CICLO.
       COPY 'ciclo-reg.cpy'.
      *-------------
       FD CICLOHIST.
       COPY 'ciclohist-reg.cpy'.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'produtos-cfg.cpy'.
       COPY 'estoqfil-cfg.cpy'.
       COPY 'ciclo-cfg.cpy'.
       77 PRODUTOS-STATUS      PIC   9(02).
      *    FILIAL ONDE A CONTAGEM FOI FEITA (FILIAL_CODIGO DO
      *    TERMINAL, PADRAO 01): O AJUSTE ESPELHA NO SALDO POR LOJA.
       77 CONTAGEM-STATUS      PIC   9(02).
       77 ESTOQMOV-STATUS      PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 CICLO-STATUS         PIC   9(02).
       77 CICLOHIST-STATUS     PIC   9(02).
       77 WRK-MODO             PIC   9(01).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-FIM-ARQUIVO      PIC   X(01) VALUE 'N'.
       77 WRK-QTD-CONFERIDOS   PIC   9(06) VALUE 0.
       77 WRK-QTD-DIVERGENTES  PIC   9(06) VALUE 0.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.

       01 WRK-REL-CABEC1.
          05 FILLER           PIC X(34) VALUE
          05 WRK-REL-QTD-CONF PIC ZZZZZ9.
          05 FILLER           PIC X(17) VALUE '  DIVERGENTES..: '.
          05 WRK-REL-QTD-DIV  PIC ZZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
      *    OS AJUSTES SAO DATADOS HOJE: COM O ESTOQUE DO MES ATUAL
      *    JA FECHADO NAO HA O QUE LANCAR.
           MOVE 'E'   TO PEV-MODULO.
           MOVE ZEROS TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.
           IF PEV-RETORNO NOT = 'A'
              DISPLAY 'COMPETENCIA DE ESTOQUE FECHADA. '
                 'NENHUM LANCAMENTO FEITO.'
              GOBACK
           END-IF.

           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
              GOBACK
           END-IF.

      *    CONTAGEM CICLICA: TODA CONFERENCIA, CICLICA OU GERAL,
      *    REINICIA O CICLO DO PRODUTO E ENTRA NO HISTORICO DE
      *    ACURACIA.
           ACCEPT WRK-CICLO-PATH FROM ENVIRONMENT 'CICLO_DAT'.
           IF WRK-CICLO-PATH = SPACES
              MOVE WRK-CICLO-PATH-PADRAO TO WRK-CICLO-PATH
           END-IF.
           OPEN I-O CICLO
              IF CICLO-STATUS = 35 THEN
                 OPEN OUTPUT CICLO
                 CLOSE CICLO
                 OPEN I-O CICLO
              END-IF.
           IF CICLO-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CICLO.DAT. STATUS: '
                 CICLO-STATUS
              CLOSE PRODUTOS ESTOQMOV ESTOQFIL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND CICLOHIST.
           IF CICLOHIST-STATUS = 35
              OPEN OUTPUT CICLOHIST
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-REL-DATA.
           ELSE
              ADD 1 TO WRK-QTD-CONFERIDOS
              COMPUTE WRK-DIFERENCA = WRK-CONTADO - PRODUTOS-ESTOQUE
              PERFORM 0530-REGISTRAR-CICLO
              IF WRK-DIFERENCA NOT = ZEROS
                 ADD 1 TO WRK-QTD-DIVERGENTES
                 MOVE PRODUTOS-CODIGO    TO WRK-REL-CODIGO
              DISPLAY 'ERRO AO GRAVAR ESTOQFIL.DAT. STATUS: '
                 ESTOQFIL-STATUS
           END-IF.
      *----------------------------------------------------------------*
       0530-REGISTRAR-CICLO SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A CONFERENCIA NO HISTORICO (SALDO DE LIVRO AINDA
      *    ANTES DO AJUSTE) E ATUALIZA A ULTIMA CONTAGEM DO PRODUTO;
      *    PRODUTO AINDA SEM CLASSE NO PLANEJADOR ENTRA COMO 'C'.
           MOVE PRODUTOS-CODIGO TO CIC-CODIGO.
           READ CICLO
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CICLO-STATUS NOT = 00
              MOVE PRODUTOS-CODIGO TO CIC-CODIGO
              MOVE 'C'             TO CIC-CLASSE
              MOVE ZEROS           TO CIC-ULT-CONTAGEM
                                      CIC-QTD-CONTAGENS
                                      CIC-QTD-ACERTOS
           END-IF.

           MOVE WRK-DATA-ATUAL       TO CHI-DATA.
           MOVE PRODUTOS-CODIGO      TO CHI-CODIGO.
           MOVE CIC-CLASSE           TO CHI-CLASSE.
           MOVE PRODUTOS-LOCALIZACAO TO CHI-LOCALIZACAO.
           MOVE WRK-FILIAL           TO CHI-FILIAL.
           MOVE PRODUTOS-ESTOQUE     TO CHI-LIVRO.
           MOVE WRK-CONTADO          TO CHI-CONTADO.
           IF WRK-DIFERENCA = ZEROS
              MOVE 'S' TO CHI-ACERTO
              ADD 1 TO CIC-QTD-ACERTOS
           ELSE
              MOVE 'N' TO CHI-ACERTO
           END-IF.
           WRITE CHI-REG.

           MOVE WRK-DATA-ATUAL TO CIC-ULT-CONTAGEM.
           ADD 1 TO CIC-QTD-CONTAGENS.
           WRITE CIC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CICLO-STATUS = 22
              REWRITE CIC-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------*
       0400-FINALIZAR SECTION.
      *-----------------------
           MOVE WRK-QTD-DIVERGENTES TO WRK-REL-QTD-DIV.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'INVENTARIO'      TO SPL-PROGRAMA.
           MOVE 'INVENTARIO.REL'  TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           CLOSE PRODUTOS.
           CLOSE ESTOQMOV.
           CLOSE ESTOQFIL.
           CLOSE CICLO.
           CLOSE CICLOHIST.
           DISPLAY ' ######   INVENTARIO FINALIZADO  ###### '.
           DISPLAY 'PRODUTOS CONFERIDOS..: ' WRK-QTD-CONFERIDOS.
           DISPLAY 'PRODUTOS DIVERGENTES.: ' WRK-QTD-DIVERGENTES.
