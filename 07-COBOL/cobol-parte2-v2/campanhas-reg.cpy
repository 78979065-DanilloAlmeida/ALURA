      *----------------------------------------------------------------*
      * Registro de campanha de marketing (CAMPANHAS.DAT), gravado
      * pelo CAMPANHA na geracao da lista. GUARDA OS CRITERIOS DA
      * SELECAO (BRANCO/ZERO = QUALQUER) E A DATA DE DISPARO, BASE
      * DA JANELA DE RETORNO DO RELATORIO DE ACOMPANHAMENTO.
      *----------------------------------------------------------------*
       01 CAMP-REG.
          05 CAMP-CHAVE.
             10 CAMP-CODIGO          PIC 9(06).
          05 CAMP-DESCRICAO          PIC X(30).
          05 CAMP-DATA               PIC 9(08).
          05 CAMP-SEGMENTO           PIC X(10).
          05 CAMP-UF                 PIC X(02).
          05 CAMP-CIDADE             PIC X(20).
          05 CAMP-CATEGORIA          PIC 9(03).
      *    DIAS MINIMOS DESDE O ULTIMO PEDIDO (REATIVACAO); CLIENTE
      *    SEM PEDIDO NENHUM ATENDE QUALQUER MINIMO.
          05 CAMP-DIAS-SEM-COMPRA    PIC 9(05).
          05 CAMP-QTD-ALVOS          PIC 9(07).
          05 CAMP-QTD-EMAILS         PIC 9(07).
