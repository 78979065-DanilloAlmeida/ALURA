      * PARTIR DOS PEDIDOS FATURADOS DO DIA (O MESMO RECORTE DO
      * ROMANEIO), COM MOTORISTA E VEICULO; CADA PEDIDO DA ROTA
      * RECEBE O NUMERO DELA EM PEDIDOS-ROTA. SITUACAO: 'A' ABERTA
      * (EM RUA), 'F' FECHADA (TODAS AS CONFIRMACOES CAPTADAS E, SE
      * HOUVE PEDIDO COBRADO NA ENTREGA, O ACERTO DO MOTORISTA FEITO).
      * A EXPEDICAO POR TRANSPORTADORA TAMBEM E UMA ROTA: OS PEDIDOS
      * ENTREGUES A TRANSPORTADORA NO DIA, FECHADA PELA IMPORTACAO
      * DAS OCORRENCIAS QUE ELA DEVOLVE.
      *----------------------------------------------------------------*
       01 ROTA-REG.
          05 ROTA-CHAVE.
          05 ROTA-VEICULO         PIC X(10).
          05 ROTA-QTD-PEDIDOS     PIC 9(03).
          05 ROTA-SITUACAO        PIC X(01).
      *    CARGA EMBARCADA NA MONTAGEM: PESO EM KG E CUBAGEM EM M3
      *    DO RESTANTE A ENTREGAR DOS PEDIDOS (KITS EXPLODIDOS NOS
      *    COMPONENTES), CONFERIDA CONTRA VEICULOS.DAT.
          05 ROTA-PESO-CARGA      PIC 9(07)V999.
          05 ROTA-VOLUME-CARGA    PIC 9(05)V999.
      *    ACERTO DO MOTORISTA: DATA (ZERO = AINDA NAO ACERTADA), O
      *    VALOR DEVIDO PELOS PEDIDOS COBRADOS NA ENTREGA E O QUE O
      *    MOTORISTA PRESTOU DE CONTAS; A DIFERENCA E FALTA OU SOBRA.
          05 ROTA-DT-ACERTO       PIC 9(08).
          05 ROTA-VALOR-DEVIDO    PIC 9(07)V99.
          05 ROTA-VALOR-PRESTADO  PIC 9(07)V99.
      *    TRANSPORTADORA QUE LEVOU A ROTA (CODIGO DE UFFRETE.DAT);
      *    EM BRANCO = ROTA DA FROTA PROPRIA.
          05 ROTA-TRANSPORTADORA  PIC X(03).
