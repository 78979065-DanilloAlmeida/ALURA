      *----------------------------------------------------------------*
      * Registro de orcamento por conta contabil (ORCCONTA.DAT). UMA
      * LINHA POR CONTA DO PLANOCONTAS, ANO E MES, COM O VALOR
      * ORCADO NA NATUREZA DA CONTA: 'D' DEVEDORA (CUSTO, DESPESA,
      * ATIVO -- REALIZADO = DEBITOS MENOS CREDITOS) OU 'C' CREDORA
      * (RECEITA, PASSIVO -- REALIZADO = CREDITOS MENOS DEBITOS).
      * NAO CONFUNDIR COM ORCAMENTOS.DAT, QUE E O ORCAMENTO DE
      * VENDA AO CLIENTE.
      *----------------------------------------------------------------*
       01 OCT-REG.
          05 OCT-CHAVE.
             10 OCT-CONTA         PIC X(08).
             10 OCT-ANO           PIC 9(04).
             10 OCT-MES           PIC 9(02).
          05 OCT-NATUREZA         PIC X(01).
          05 OCT-VALOR            PIC 9(09)V99.
