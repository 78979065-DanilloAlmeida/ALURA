      *----------------------------------------------------------------*
      * Registro do resumo diario de vendas por produto
      * (VENDRESUMO.DAT). UM REGISTRO POR DIA, PRODUTO, FILIAL E
      * CATEGORIA, SOMANDO AS LINHAS DOS PEDIDOS NAO CANCELADOS
      * DAQUELE DIA. QUANTIDADE E VALOR BRUTO SAO OS DAS LINHAS
      * (ITENS-QUANTIDADE E ITENS-VALOR, JA COM O PRECO DE PROMOCAO);
      * O DESCONTO E O DESCONTO NEGOCIADO DO PEDIDO RATEADO PELA
      * LINHA, DE MODO QUE BRUTO MENOS DESCONTO FECHA COM O
      * PEDIDOS-VALOR; O CUSTO E O CUSTO MEDIO DE CUSTOMEDIO.DAT NO
      * DIA DO RESUMO. AS DEVOLUCOES FICAM A PARTE, NO DIA DA VENDA,
      * PARA QUEM QUISER A VENDA LIQUIDA. SO O VENDRESUMO GRAVA AQUI;
      * A ULTIMA DATA RESUMIDA FICA EM VENDRESUMO.CTL (VER
      * vendresumoctl-reg.cpy).
      *----------------------------------------------------------------*
       01 RES-REG.
          05 RES-CHAVE.
             10 RES-DATA          PIC 9(08).
             10 RES-PRODUTO       PIC 9(06).
             10 RES-FILIAL        PIC 9(02).
             10 RES-CATEGORIA     PIC 9(03).
          05 RES-DESCRICAO        PIC X(30).
          05 RES-QTDE             PIC 9(07)V99.
          05 RES-VALOR-BRUTO      PIC 9(09)V99.
          05 RES-DESCONTO         PIC 9(09)V99.
          05 RES-CUSTO            PIC 9(09)V99.
          05 RES-QTD-DEVOLVIDA    PIC 9(07)V99.
          05 RES-VALOR-DEVOLVIDO  PIC 9(09)V99.
