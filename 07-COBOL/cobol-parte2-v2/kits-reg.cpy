      *----------------------------------------------------------------*
      * Registro de composicao de kit (KITS.DAT). O CODIGO DO KIT E
      * UM PRODUTO NORMAL DO CATALOGO (DESCRICAO DO CONJUNTO); CADA
      * LINHA DIZ UM COMPONENTE E QUANTAS UNIDADES DELE ENTRAM EM UM
      * KIT. O SALDO PROPRIO DO KIT SO EXISTE PELA ORDEM DE MONTAGEM
      * (MONTAGEM.CBL), QUE CONSOME OS COMPONENTES. O PEDIDOS
      * PRECIFICA O KIT PELA SOMA DOS COMPONENTES; QUANDO HA KITS
      * MONTADOS SUFICIENTES A LINHA SAI DELES (ITENS-KIT-MONTADO),
      * SENAO RESERVA, ENTREGA E DEVOLUCAO EXPLODEM EM MOVIMENTOS
      * DOS COMPONENTES, PARA CADA SALDO CONTINUAR EXPLICAVEL.
      *----------------------------------------------------------------*
       01 KIT-REG.
          05 KIT-CHAVE.
