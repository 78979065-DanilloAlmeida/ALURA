      *----------------------------------------------------------------*
      * Registro de veiculo de entrega (VEICULOS.DAT). A CHAVE E A
      * PLACA, O MESMO TEXTO X(10) GRAVADO EM ROTA-VEICULO. A
      * CAPACIDADE E CONFERIDA NA MONTAGEM DA ROTA CONTRA O PESO
      * (KG, PRODUTOS-PESO) E A CUBAGEM (M3; AS MEDIDAS DO CATALOGO
      * SAO EM CM) DOS PEDIDOS CARREGADOS. CAPACIDADE ZERO = SEM
      * LIMITE NAQUELA MEDIDA.
      *----------------------------------------------------------------*
       01 VEI-REG.
          05 VEI-CHAVE.
             10 VEI-PLACA         PIC X(10).
          05 VEI-DESCRICAO        PIC X(20).
          05 VEI-PESO-MAX         PIC 9(06)V99.
          05 VEI-VOLUME-MAX       PIC 9(03)V999.
          05 VEI-FILIAL           PIC 9(02).
