              10 WRK-DEPTO-CUSTO  PIC 9(09)V99.
           COPY 'DATAVALWS.COB'.
           COPY 'MOEDAWS.COB'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           END-IF.
           CLOSE FUNCIONARIOS.
           CLOSE CARTAS.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'PROGCOB13'       TO SPL-PROGRAMA.
           MOVE 'CARTAS.REL'      TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *    O CONTROLE DE CICLO SO E CARIMBADO DEPOIS DE UMA PASSADA
      *    COMPLETA; UMA RODADA QUE NEM ABRIU O CADASTRO NAO PODE
      *    MARCAR O ANO COMO APLICADO.
