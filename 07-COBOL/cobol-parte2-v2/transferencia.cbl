       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-QTD-TRANSF       PIC   9(04) VALUE 0.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.

       01 WRK-MOTIVO-TRANSF.
          05 FILLER           PIC X(11) VALUE 'TRANSF FIL '.
      *----------------------------------------------------------------*
       0100-INICIAR SECTION.
      *---------------------
      *    AS TRANSFERENCIAS SAO DATADAS HOJE: COM O ESTOQUE DO MES
      *    ATUAL JA FECHADO NAO HA O QUE LANCAR.
           MOVE 'E'   TO PEV-MODULO.
           MOVE ZEROS TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.
           IF PEV-RETORNO NOT = 'A'
              DISPLAY 'COMPETENCIA DE ESTOQUE FECHADA. '
                 'NENHUM LANCAMENTO FEITO.'
              MOVE ZEROS TO WRK-CODIGO
              GOBACK
           END-IF.

           ACCEPT WRK-PRODUTOS-PATH FROM ENVIRONMENT 'PRODUTOS_DAT'.
           IF WRK-PRODUTOS-PATH = SPACES
              MOVE WRK-PRODUTOS-PATH-PADRAO TO WRK-PRODUTOS-PATH
