      *----------------------------------------------------------------*
      * Registro da razao de estornos de venda por pedido
      * (ESTVENDA.DAT). UMA LINHA POR CANCELAMENTO DE PEDIDO JA
      * FATURADO (PEDIDOS, ORIGEM 'C') E POR DEVOLUCAO (DEVOLUCAO,
      * ORIGEM 'D'), COM O VALOR DE VENDA ESTORNADO (LIQUIDO DO
      * DESCONTO, SEM FRETE) E O VENDEDOR DO PEDIDO. A RAZAO DE
      * VENDAS SO GUARDA O ESTORNO POR VENDEDOR E MES DA VENDA; AQUI
      * FICA O PEDIDO E A DATA DO ESTORNO, PARA O COMISSAO NA BASE
      * RECEBIMENTO DESCONTAR A COMISSAO JA LIBERADA DAQUELE PEDIDO.
      * ABERTO EM EXTEND POR QUEM ESTORNA, COMO A RAZAO DE CAIXA.
      *----------------------------------------------------------------*
       01 ESV-REG.
          05 ESV-DATA               PIC 9(08).
          05 ESV-PEDIDO             PIC 9(09).
          05 ESV-VENDEDOR           PIC X(10).
          05 ESV-ORIGEM             PIC X(01).
          05 ESV-VALOR              PIC 9(07)V99.
          05 ESV-FILIAL             PIC 9(02).
