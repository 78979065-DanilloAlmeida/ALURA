       77 WRK-ADQUIRIDO        PIC   X(01).
       77 WRK-CORTE-12M        PIC   9(08).
       77 WRK-CORTE-INT        PIC   9(08).
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *------------------------
       SCREEN SECTION.
      *------------------------
              GOBACK
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'FERIAS_MAX_DEPTO' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-MAX-DEPTO
           END-IF.
           ACCEPT WRK-MAX-ENV FROM ENVIRONMENT 'FERIAS_MAX_DEPTO'.
           IF WRK-MAX-ENV NOT = SPACES
              MOVE WRK-MAX-ENV TO WRK-MAX-DEPTO
