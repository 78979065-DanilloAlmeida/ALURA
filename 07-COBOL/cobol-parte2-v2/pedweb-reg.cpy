      *----------------------------------------------------------------*
      * LINHA DO ARQUIVO DE PEDIDOS DA LOJA VIRTUAL (PEDWEB.TRN),
      * IMPORTADO PELO PEDIDOS EM LOTE (PEDIDOS_MODO=IMPORTACAO).
      * CADA PEDIDO E UMA LINHA 'H' (CABECALHO, COM OS DADOS DO
      * CLIENTE PARA O CADASTRO DE QUEM AINDA NAO E CLIENTE) SEGUIDA
      * DE 1 A 10 LINHAS 'I' (ITENS). A REFERENCIA E O NUMERO DO
      * PEDIDO NA LOJA, REPETIDO EM TODAS AS LINHAS E GUARDADO NO
      * PEDIDO GRAVADO (PEDIDOS-REF-LOJA) PARA A CONFERENCIA.
      *----------------------------------------------------------------*
       01 WEB-LINHA.
          05 WEB-TIPO               PIC X(01).
          05 WEB-REFERENCIA         PIC X(20).
          05 FILLER                 PIC X(179).
      *    CABECALHO: DOCUMENTO COMO NO CLIENTES.TRN ('J' COM O CNPJ;
      *    'F' OU BRANCO COM O CPF NOS 11 ULTIMOS DIGITOS, OU ZEROS
      *    PARA O CPF PROVISORIO). CONDICAO 00 = 30 DIAS; VENDEDOR
      *    EM BRANCO = PEDIDO SEM VENDEDOR.
       01 WEB-CABECALHO REDEFINES WEB-LINHA.
          05 FILLER                 PIC X(21).
          05 WEB-FONE               PIC 9(09).
          05 WEB-NOME               PIC X(30).
          05 WEB-EMAIL              PIC X(40).
          05 WEB-TIPO-PESSOA        PIC X(01).
          05 WEB-DOCUMENTO          PIC 9(14).
          05 WEB-ENDERECO.
             10 WEB-LOGRADOURO      PIC X(30).
             10 WEB-NUM-END         PIC X(06).
             10 WEB-CIDADE          PIC X(20).
             10 WEB-UF              PIC X(02).
             10 WEB-CEP             PIC 9(08).
          05 WEB-COND-PAGTO         PIC 9(02).
          05 WEB-VENDEDOR           PIC X(10).
          05 FILLER                 PIC X(07).
       01 WEB-ITEM REDEFINES WEB-LINHA.
          05 FILLER                 PIC X(21).
          05 WEB-PRODUTO            PIC 9(06).
          05 WEB-QUANTIDADE         PIC 9(05)V99.
          05 FILLER                 PIC X(166).
