       01 WRK-CARTA-AVISO.
          05 FILLER           PIC X(50) VALUE
             'FAVOR REGULARIZAR OS TITULOS ACIMA COM URGENCIA.'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
              GOBACK
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'MULTA_PCT_CTM' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-MULTA-CTM
           END-IF.
           ACCEPT WRK-MULTA-ENV FROM ENVIRONMENT 'MULTA_PCT_CTM'.
           IF WRK-MULTA-ENV NOT = SPACES
              MOVE WRK-MULTA-ENV TO WRK-MULTA-CTM
           END-IF.
           COMPUTE WRK-MULTA-PCT = WRK-MULTA-CTM / 100.

           MOVE 'JUROS_MES_CTM' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-JUROS-CTM
           END-IF.
           ACCEPT WRK-JUROS-ENV FROM ENVIRONMENT 'JUROS_MES_CTM'.
           IF WRK-JUROS-ENV NOT = SPACES
              MOVE WRK-JUROS-ENV TO WRK-JUROS-CTM
              MOVE CR-NUMERO-PEDIDO TO WRK-TIT-PEDIDO(WRK-QTD-TITULOS)
              MOVE CR-PARCELA       TO WRK-TIT-PARCELA(WRK-QTD-TITULOS)
              MOVE CR-DT-VENCIMENTO TO WRK-TIT-VENC(WRK-QTD-TITULOS)
      *       COBRA SO O SALDO: O QUE JA ENTROU EM PARCIAL NAO VOLTA
      *       PARA A CARTA.
              COMPUTE WRK-TIT-VALOR(WRK-QTD-TITULOS) =
                 CR-VALOR - CR-VALOR-PAGO
              COMPUTE WRK-VENC-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-VENC-UTIL)
              COMPUTE WRK-TIT-DIAS(WRK-QTD-TITULOS) =
              WRITE REG-CARTA
           END-IF.
           CLOSE CARTAS.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'COBRANCA'       TO SPL-PROGRAMA.
           MOVE 'COBRANCA.REL'   TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
      *----------------------------------------------------------------*
       0310-GRAVAR-UMA-CARTA SECTION.
      *----------------------------------------------------------------*
