      *----------------------------------------------------------------*
      * Registro de lacuna na numeracao dos documentos (SEQLACUNA.DAT).
      * UM REGISTRO POR FAIXA DE NUMEROS NUNCA EMITIDOS, ACHADA PELA
      * AUDITORIA DE NUMERACAO (SEQAUDIT). TIPO: 'F' FATURA, 'P'
      * PEDIDO, 'O' ORDEM DE COMPRA. A JUSTIFICATIVA E PREENCHIDA
      * PELO FINANCEIRO DEPOIS E SOBREVIVE A NOVAS AUDITORIAS: A
      * LACUNA JA GRAVADA NAO E REESCRITA, SO REIMPRESSA.
      *----------------------------------------------------------------*
       01 LAC-REG.
          05 LAC-CHAVE.
             10 LAC-TIPO           PIC X(01).
             10 LAC-NUMERO-INICIAL PIC 9(09).
          05 LAC-NUMERO-FINAL      PIC 9(09).
          05 LAC-DT-DETECCAO       PIC 9(08).
          05 LAC-JUSTIFICATIVA     PIC X(60).
          05 LAC-DT-JUSTIFICATIVA  PIC 9(08).
          05 LAC-OPERADOR          PIC X(08).
