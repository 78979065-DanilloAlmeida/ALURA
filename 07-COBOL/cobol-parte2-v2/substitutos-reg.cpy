      *----------------------------------------------------------------*
      * Registro de produto substituto (SUBSTITUTOS.DAT). A CHAVE E O
      * PRODUTO EM FALTA MAIS O SUBSTITUTO; A PRIORIDADE (1 = PRIMEIRA
      * OFERTA) ORDENA A LISTA MOSTRADA NO PEDIDOS QUANDO O SALDO DO
      * PRODUTO NAO ATENDE. REGRA DE PRECO DA LINHA TROCADA: 'S' PRECO
      * NORMAL DO SUBSTITUTO (CATALOGO, CONTRATO E PROMOCAO), 'O'
      * MANTEM O PRECO VIGENTE DO PRODUTO ORIGINAL, 'M' O MENOR DOS
      * DOIS.
      *----------------------------------------------------------------*
       01 SUBST-REG.
          05 SUBST-CHAVE.
             10 SUBST-PRODUTO     PIC 9(06).
             10 SUBST-SUBSTITUTO  PIC 9(06).
          05 SUBST-PRIORIDADE     PIC 9(02).
          05 SUBST-REGRA-PRECO    PIC X(01).
