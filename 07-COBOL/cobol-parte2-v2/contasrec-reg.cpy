      * condpag-reg.cpy); PEDIDO SEM CONDICAO (CODIGO 00) GERA A
      * PARCELA UNICA 01 COM VENCIMENTO EM 30 DIAS, COMO SEMPRE FOI.
      * SITUACAO: 'A' EM ABERTO, 'L' LIQUIDADO, 'C' CANCELADO
      * (PEDIDO FATURADO QUE FOI CANCELADO DEPOIS), 'R' RENEGOCIADO
      * (TROCADO POR PARCELAS DE UM ACORDO, VER acordo-reg.cpy). AS
      * PARCELAS DO ACORDO USAM O NUMERO DO ACORDO NO LUGAR DO
      * NUMERO DO PEDIDO, NUMA FAIXA PROPRIA (A PARTIR DE 900000001).
      *----------------------------------------------------------------*
       01 CR-REG.
          05 CR-CHAVE.
      *    DATA EM QUE O TITULO SAIU NA REMESSA DE BOLETOS PARA O
      *    BANCO (PROGRAMA BOLETO); ZERO = AINDA NAO REMETIDO.
          05 CR-DT-REMESSA        PIC 9(08).
      *    RECEBIMENTO PARCIAL: TOTAL JA RECEBIDO DO TITULO E QUANTOS
      *    RECEBIMENTOS ELE TEVE (CADA UM GRAVADO EM CRPAGTOS.DAT,
      *    VER crpagtos-reg.cpy). O SALDO EM ABERTO E CR-VALOR MENOS
      *    CR-VALOR-PAGO; CR-DT-PAGAMENTO GUARDA O ULTIMO
      *    RECEBIMENTO E O TITULO SO PASSA A 'L' QUANDO O SALDO ZERA.
          05 CR-VALOR-PAGO        PIC 9(07)V99.
          05 CR-QTD-PAGTOS        PIC 9(03).
