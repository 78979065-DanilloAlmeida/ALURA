      *----------------------------------------------------------------*
      * Registro de retencao do spool por tipo de relatorio
      * (SPOOLRET.DAT). A CHAVE E O NOME FIXO DO RELATORIO, O MESMO
      * DE SPC-RELATORIO. GERACOES MAIS VELHAS QUE SPR-DIAS SAO
      * EXPIRADAS PELO SPOOLREG; ZERO GUARDA PARA SEMPRE. TIPO SEM
      * REGISTRO USA SPOOL_RETENCAO_DIAS (PADRAO 30). MANTIDO PELO
      * PROGRAMA SPOOL, SO POR OPERADOR ADMINISTRADOR.
      *----------------------------------------------------------------*
       01 SPR-REG.
          05 SPR-CHAVE.
             10 SPR-RELATORIO     PIC X(20).
          05 SPR-DIAS             PIC 9(03).
          05 SPR-DT-ALTERACAO     PIC 9(08).
          05 SPR-OPERADOR         PIC X(08).
