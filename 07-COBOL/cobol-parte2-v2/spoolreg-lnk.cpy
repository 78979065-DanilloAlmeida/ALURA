      *----------------------------------------------------------------*
      * Area de chamada do SPOOLREG (catalogo de relatorios emitidos):
      *    CALL 'SPOOLREG' USING SPL-PARAMETROS
      * LOGO DEPOIS DO CLOSE DO RELATORIO. ENTRADA: O PROGRAMA QUE
      * EMITIU E O NOME FIXO DO RELATORIO (EX.: 'FATURA.REL'). NA
      * SAIDA VEM O NOME DA GERACAO DATADA GUARDADA NO SPOOL. COM O
      * RELATORIO EM BRANCO A ROTINA SO APLICA A RETENCAO (USADO
      * PELO SPOOL NO EXPURGO MANUAL).
      *----------------------------------------------------------------*
       01 SPL-PARAMETROS.
          05 SPL-PROGRAMA         PIC X(12).
          05 SPL-RELATORIO        PIC X(20).
          05 SPL-GERACAO          PIC X(40).
      *    'S' GERACAO CATALOGADA; 'N' RELATORIO NAO ENCONTRADO OU
      *    NAO COPIADO (O PROGRAMA QUE CHAMOU SEGUE NORMALMENTE).
          05 SPL-RETORNO          PIC X(01).
