          05 WRK-REL-MOVIDOS   PIC ZZZZZZZ9.
          05 FILLER            PIC X(11) VALUE ' MANTIDOS: '.
          05 WRK-REL-MANTIDOS  PIC ZZZZZZZ9.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              GOBACK
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'EXPURGO_MESES' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-MESES-RETER
           END-IF.
           ACCEPT WRK-MESES-ENV FROM ENVIRONMENT 'EXPURGO_MESES'.
           IF WRK-MESES-ENV NOT = SPACES
              MOVE WRK-MESES-ENV TO WRK-MESES-RETER
           PERFORM 0400-EXPURGAR-SEGMENTOS.

           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'EXPURGO'       TO SPL-PROGRAMA.
           MOVE 'EXPURGO.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'EXPURGO: RESUMO GRAVADO EM EXPURGO.REL'.
           GOBACK.
      *----------------------------------------------------------------*
