      *    ATE O ENTREGUE MENOS O JA DEVOLVIDO, PARA A MESMA LINHA
      *    NAO RESTOCAR NEM CREDITAR DUAS VEZES.
          05 ITENS-QTD-DEVOLVIDA    PIC 9(05)V99.
      *    'M' QUANDO A LINHA DE KIT FOI ATENDIDA PELO SALDO DE KITS
      *    JA MONTADOS (MONTAGEM.CBL): RESERVA, ENTREGA E DEVOLUCAO
      *    MOVEM O PROPRIO KIT, SEM EXPLODIR NOS COMPONENTES.
          05 ITENS-KIT-MONTADO      PIC X(01).
      *    PROMOCAO APLICADA NA DIGITACAO (VER promocoes-reg.cpy) E O
      *    DESCONTO QUE ELA DEU SOBRE O PRECO VIGENTE NA LINHA TODA;
      *    ZERO = LINHA SEM PROMOCAO. LINHA DE CONTRATO NUNCA LEVA
      *    PROMOCAO.
          05 ITENS-PROMOCAO         PIC 9(06).
          05 ITENS-DESC-PROMOCAO    PIC 9(07)V99.
