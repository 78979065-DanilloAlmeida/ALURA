          05 CP-DT-VENCIMENTO     PIC 9(08).
          05 CP-DT-PAGAMENTO      PIC 9(08).
          05 CP-SITUACAO          PIC X(01).
      *    NATUREZA DO TITULO: 'M' MERCADORIA (GERADO PELO
      *    RECEBIMENTO; O CUSTO JA CHEGA AO RESULTADO PELO CMV) OU
      *    'D' DESPESA (ALUGUEL, ENERGIA ETC., INCLUIDO NO PROPRIO
      *    CONTASPAG). EM BRANCO NOS TITULOS ANTIGOS = MERCADORIA.
          05 CP-NATUREZA          PIC X(01).
      *    LOTE DE PAGAMENTO BANCARIO (PAGAMENTOS): DATA DA REMESSA
      *    AO BANCO E OPERADOR ADMINISTRADOR QUE APROVOU. TITULO
      *    REMETIDO SO E BAIXADO PELO RETORNO DO BANCO; PAGAMENTO
      *    RECUSADO VOLTA A ZERO E ENTRA NO PROXIMO LOTE.
          05 CP-DT-REMESSA        PIC 9(08).
          05 CP-APROVADOR         PIC X(08).
