      * Registro de fornecedor (FORNECEDORES.DAT). SITUACAO: 'A'
      * ATIVO, 'I' INATIVO -- FORNECEDOR NAO E APAGADO FISICAMENTE
      * PORQUE AS COMPRAS GRAVADAS REFERENCIAM O CODIGO, COMO JA SE
      * FAZ COM CLIENTES-SITUACAO. CLASSE: NOTA A/B/C DA ULTIMA
      * AVALIACAO DE DESEMPENHO (AVALFORN), EM BRANCO ENQUANTO O
      * FORNECEDOR NAO TIVER ORDENS AVALIADAS.
      *----------------------------------------------------------------*
       01 FORN-REG.
          05 FORN-CHAVE.
          05 FORN-CNPJ            PIC 9(14).
          05 FORN-FONE            PIC 9(09).
          05 FORN-SITUACAO        PIC X(01).
          05 FORN-CLASSE          PIC X(01).
          05 FORN-DT-CLASSE       PIC 9(08).
