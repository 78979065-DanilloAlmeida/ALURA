      *----------------------------------------------------------------*
      * Registro de ligacao do acordo de renegociacao (ACORDOS.DAT),
      * PARA A AUDITORIA SEGUIR O DINHEIRO: CADA ACORDO GRAVA UMA
      * LINHA 'O' POR TITULO ORIGINAL QUE ENTROU NO ACORDO (SALDO,
      * ENCARGOS CALCULADOS E VENCIMENTO ORIGINAL; O TITULO FICA
      * COM SITUACAO 'R' NO CONTAS A RECEBER) E UMA LINHA 'N' POR
      * PARCELA NOVA GERADA (CHAVE CR-NUMERO-PEDIDO = NUMERO DO
      * ACORDO, PARCELA, VALOR E VENCIMENTO). O ARQUIVO E SO
      * ACRESCIDO, NO MESMO ESTILO DA RAZAO DE CAIXA.
      *----------------------------------------------------------------*
       01 ACD-REG.
          05 ACD-NUMERO             PIC 9(09).
          05 ACD-DATA               PIC 9(08).
          05 ACD-TIPO               PIC X(01).
          05 ACD-FONE-CLIENTE       PIC 9(09).
          05 ACD-NUMERO-PEDIDO      PIC 9(09).
          05 ACD-PARCELA            PIC 9(02).
          05 ACD-VENCIMENTO         PIC 9(08).
          05 ACD-VALOR              PIC 9(07)V99.
          05 ACD-ENCARGOS           PIC 9(07)V99.
          05 ACD-DESCONTO-PCT       PIC 9(02)V99.
          05 ACD-COND-PAGTO         PIC 9(02).
          05 ACD-OPERADOR           PIC X(08).
