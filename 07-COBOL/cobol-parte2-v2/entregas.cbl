      *    PADRAO 5). A CONFIRMACAO DE ENTREGA AVANCA O PEDIDO PARA
      *    'E' COM A MESMA BAIXA DE ESTOQUE E O MESMO LANCAMENTO NA
      *    RAZAO QUE O AVANCO MANUAL DO PEDIDOS FARIA; O DEVOLVIDO
      *    VOLTA SEM ROTA PARA ENTRAR NA ROTA DO DIA SEGUINTE. A
      *    ROTA CONFERE O PESO E A CUBAGEM DOS PEDIDOS (KITS PELOS
      *    COMPONENTES) CONTRA A CAPACIDADE DO VEICULO EM
      *    VEICULOS.DAT E SUGERE OS PEDIDOS QUE DEVEM IR EM OUTRO.
      *    O ACERTO DO MOTORISTA CONFERE O DINHEIRO DOS PEDIDOS
      *    COBRADOS NA ENTREGA (CONDICAO DE PAGAMENTO NA ENTREGA):
      *    BAIXA OS TITULOS DO CONTASREC PELO QUE O MOTORISTA PRESTOU
      *    EM CADA FORMA, LANCA NO CAIXA E IMPRIME O RECIBO COM AS
      *    FALTAS E SOBRAS EM ACERTO.REL; A ROTA SO FECHA DEPOIS DELE.
      *    PEDIDO QUE VAI POR TRANSPORTADORA SAI NUMA ROTA DELA: O
      *    ARQUIVO DE EMBARQUE DO DIA (EMBtttAAAAMMDD.TRN, COM NOTA,
      *    ENDERECO, PESO, VOLUMES E VALOR DECLARADO) VAI PARA A
      *    TRANSPORTADORA, E AS OCORRENCIAS QUE ELA DEVOLVE
      *    (OCORTRANSP.TRN) CONFIRMAM A ENTREGA PELO MESMO CAMINHO DA
      *    CONFIRMACAO MANUAL; AS QUE PEDEM CONTATO COM O CLIENTE SAEM
      *    EM OCORTRANSP.REL PARA O ATENDIMENTO. EXPEDIR AS
      *    TRANSPORTADORAS ANTES DE MONTAR A ROTA DA FROTA PROPRIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
              FILE STATUS IS ROTAS-STATUS
              RECORD KEY ROTA-CHAVE.

           SELECT VEICULOS ASSIGN TO WRK-VEICULOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS VEICULOS-STATUS
              RECORD KEY VEI-CHAVE.

           SELECT ROTASCTL ASSIGN TO 'ROTAS.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ROTASCTL-STATUS.
           SELECT RELATORIO ASSIGN TO 'ENTREGAS.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RELATORIO-STATUS.

           SELECT CONDPAG ASSIGN TO WRK-CONDPAG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONDPAG-STATUS
              RECORD KEY COND-CHAVE.

           SELECT CONTASREC ASSIGN TO WRK-CONTASREC-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CONTASREC-STATUS
              RECORD KEY CR-CHAVE.

           SELECT CRPAGTOS ASSIGN TO WRK-CRPAGTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CRPAGTOS-STATUS
              RECORD KEY PGT-CHAVE.

           SELECT CAIXA ASSIGN TO 'CAIXA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAIXA-STATUS.

           SELECT ACERTO ASSIGN TO 'ACERTO.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACERTO-STATUS.

           SELECT EMBARQUE ASSIGN TO WRK-EMBARQUE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EMBARQUE-STATUS.

           SELECT OCORRENCIAS ASSIGN TO 'OCORTRANSP.TRN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OCORRENCIAS-STATUS.

           SELECT EXCECOES ASSIGN TO 'OCORTRANSP.REL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXCECOES-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
      *-------------
       FD ROTAS.
       COPY 'rotas-reg.cpy'.
      *-------------
       FD VEICULOS.
       COPY 'veiculos-reg.cpy'.
      *-------------
      *    REGISTRO DE CONTROLE COM O PROXIMO NUMERO DE ROTA, NO
      *    MESMO DESENHO DO PEDIDOSCTL.
      *-------------
       FD RELATORIO.
       01 REG-RELATORIO           PIC X(132).
      *-------------
       FD CONDPAG.
       COPY 'condpag-reg.cpy'.
      *-------------
       FD CONTASREC.
       COPY 'contasrec-reg.cpy'.
      *-------------
       FD CRPAGTOS.
       COPY 'crpagtos-reg.cpy'.
      *-------------
       FD CAIXA.
       COPY 'caixa-reg.cpy'.
      *-------------
      *    RECIBO DO ACERTO DO MOTORISTA, UM POR ROTA ACERTADA.
       FD ACERTO.
       01 REG-ACERTO              PIC X(132).
      *-------------
      *    ARQUIVO DE EMBARQUE PARA A TRANSPORTADORA: UMA LINHA POR
      *    PEDIDO EXPEDIDO, COM A NOTA, O DESTINATARIO, A CARGA DO
      *    RESTANTE A ENTREGAR (PESO EM KG, CUBAGEM EM M3, VOLUMES
      *    PELA QUANTIDADE DE UNIDADES) E O VALOR DECLARADO.
       FD EMBARQUE.
       01 EMB-REG.
          05 EMB-TRANSPORTADORA   PIC X(03).
          05 EMB-DATA             PIC 9(08).
          05 EMB-ROTA             PIC 9(06).
          05 EMB-PEDIDO           PIC 9(09).
          05 EMB-NOTA             PIC 9(09).
          05 EMB-DESTINATARIO     PIC X(30).
          05 EMB-CPF-CNPJ         PIC 9(14).
          05 EMB-LOGRADOURO       PIC X(30).
          05 EMB-NUM-END          PIC X(06).
          05 EMB-CIDADE           PIC X(20).
          05 EMB-UF               PIC X(02).
          05 EMB-CEP              PIC 9(08).
          05 EMB-FONE             PIC 9(09).
          05 EMB-PESO             PIC 9(07)V999.
          05 EMB-CUBAGEM          PIC 9(05)V999.
          05 EMB-VOLUMES          PIC 9(05).
          05 EMB-VALOR-DECLARADO  PIC 9(07)V99.
      *-------------
      *    OCORRENCIAS DEVOLVIDAS PELA TRANSPORTADORA: 'T' EM
      *    TRANSITO, 'E' ENTREGUE, 'A' ENDERECO NAO LOCALIZADO, 'R'
      *    RECUSADO PELO DESTINATARIO, COM A DATA DO FATO.
       FD OCORRENCIAS.
       01 OCO-REG.
          05 OCO-TRANSPORTADORA   PIC X(03).
          05 OCO-PEDIDO           PIC 9(09).
          05 OCO-NOTA             PIC 9(09).
          05 OCO-CODIGO           PIC X(01).
          05 OCO-DATA             PIC 9(08).
          05 OCO-HORA             PIC 9(06).
          05 OCO-OBSERVACAO       PIC X(30).
      *-------------
      *    OCORRENCIAS QUE PEDEM CONTATO DO ATENDIMENTO (SAC).
       FD EXCECOES.
       01 REG-EXCECOES            PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'produtos-cfg.cpy'.
       COPY 'estoqfil-cfg.cpy'.
       COPY 'rotas-cfg.cpy'.
       COPY 'veiculos-cfg.cpy'.
       COPY 'kits-cfg.cpy'.
       COPY 'lotes-cfg.cpy'.
       COPY 'condpag-cfg.cpy'.
       COPY 'contasrec-cfg.cpy'.
       COPY 'crpagtos-cfg.cpy'.
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 CLIENTES-STATUS      PIC   9(02).
       77 ESTOQMOV-STATUS      PIC   9(02).
       77 ROTAS-STATUS         PIC   9(02).
       77 ROTASCTL-STATUS      PIC   9(02).
       77 VEICULOS-STATUS      PIC   9(02).
       77 JOURNAL-STATUS       PIC   9(02).
       77 ENTREGASLOG-STATUS   PIC   9(02).
       77 RELATORIO-STATUS     PIC   9(02).
       77 CONDPAG-STATUS       PIC   9(02).
       77 CONTASREC-STATUS     PIC   9(02).
       77 CRPAGTOS-STATUS      PIC   9(02).
       77 CAIXA-STATUS         PIC   9(02).
       77 ACERTO-STATUS        PIC   9(02).
       77 EMBARQUE-STATUS      PIC   9(02).
       77 OCORRENCIAS-STATUS   PIC   9(02).
       77 EXCECOES-STATUS      PIC   9(02).
       77 WRK-OPCAO            PIC   9(01).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-DIAS-PARADO      PIC   S9(05).
       77 WRK-QTD-ATRASADOS    PIC   9(04).
       77 WRK-JRN-ANTES-SIT    PIC   X(01).
      *    CARGA DA ROTA: PESO EM KG E CUBAGEM EM CM3 (AS MEDIDAS DO
      *    CATALOGO), COMPARADOS A CAPACIDADE DO VEICULO EM
      *    VEICULOS.DAT. SEM O VEICULO CADASTRADO A ROTA SAI SEM
      *    CONFERENCIA, COMO ANTES.
       77 WRK-VEICULOS-ABERTO  PIC   X(01) VALUE 'N'.
       77 WRK-TEM-CAPACIDADE   PIC   X(01).
       77 WRK-VOLUME-MAX-CM3   PIC   9(12)V99.
       77 WRK-PESO-PED         PIC   9(09)V999.
       77 WRK-VOLUME-PED       PIC   9(12)V99.
       77 WRK-PESO-ROTA        PIC   9(09)V999.
       77 WRK-VOLUME-ROTA      PIC   9(12)V99.
       77 WRK-VOLUME-M3        PIC   9(05)V999.
       77 WRK-QTD-CARGA        PIC   9(03).
       77 WRK-IDX-CARGA        PIC   9(03).
       77 WRK-QTD-SUGERIDOS    PIC   9(03).
       77 WRK-QTD-FORA-TABELA  PIC   9(04).
       77 WRK-QTD-CARGA-LINHA  PIC   9(05)V99.
       77 WRK-QTD-CARGA-ITEM   PIC   9(08)V99.
       77 WRK-CONFIRMA-CARGA   PIC   X(01).
       77 WRK-ECO-PESO         PIC   ZZZZZZZZ9.999.
       77 WRK-ECO-VOLUME       PIC   ZZZZ9.999.

      *    PEDIDOS CANDIDATOS A ROTA EM MONTAGEM, COM A CARGA DE CADA
      *    UM E SE VAI NESTE VEICULO ('S') OU FICA SUGERIDO PARA
      *    OUTRO ('N').
       01 WRK-TABELA-CARGA.
          05 WRK-CRG OCCURS 300 TIMES.
             10 WRK-CRG-NUMERO    PIC 9(09).
             10 WRK-CRG-PESO      PIC 9(09)V999.
             10 WRK-CRG-VOLUME    PIC 9(12)V99.
             10 WRK-CRG-CARREGAR  PIC X(01).

      *    ACERTO DO MOTORISTA: PEDIDO COBRADO NA ENTREGA E O QUE O
      *    MOTORISTA TROUXE DELE EM CADA FORMA DO CAIXA (1 DINHEIRO,
      *    2 PIX, 3 CARTAO, 4 CHEQUE). O RECEBIDO BAIXA OS TITULOS EM
      *    ABERTO DO PEDIDO, DA PARCELA MAIS ANTIGA PARA A MAIS NOVA;
      *    O QUE PASSAR DO DEVIDO ENTRA NO CAIXA COMO SOBRA DA ROTA E
      *    O QUE FALTAR FICA EM ABERTO NO TITULO.
       77 WRK-CONDPAG-ABERTO   PIC   X(01) VALUE 'N'.
       77 WRK-CONTASREC-ABERTO PIC   X(01) VALUE 'N'.
       77 WRK-NA-ENTREGA       PIC   X(01).
       77 WRK-QTD-NA-ENTREGA   PIC   9(03).
       77 WRK-QTD-ACERTADOS    PIC   9(03).
       77 WRK-FIM-TITULOS      PIC   X(01).
       77 WRK-IDX-FORMA        PIC   9(01).
       77 WRK-FORMA-PAGTO      PIC   9(01).
       77 WRK-SALDO-TITULO     PIC   9(07)V99.
       77 WRK-VALOR-DEVIDO     PIC   9(07)V99.
       77 WRK-VALOR-PRESTADO   PIC   9(07)V99.
       77 WRK-VALOR-APLICAR    PIC   9(07)V99.
       77 WRK-VALOR-BAIXA      PIC   9(07)V99.
       77 WRK-TOTAL-DEVIDO     PIC   9(07)V99.
       77 WRK-TOTAL-PRESTADO   PIC   9(07)V99.
       77 WRK-TOTAL-FALTA      PIC   9(07)V99.
       77 WRK-TOTAL-SOBRA      PIC   9(07)V99.

       01 WRK-TABELA-FORMAS.
          05 WRK-FORMA OCCURS 4 TIMES.
             10 WRK-FORMA-VALOR  PIC 9(07)V99.
             10 WRK-FORMA-TOTAL  PIC 9(07)V99.

       01 WRK-NOMES-FORMAS.
          05 FILLER           PIC X(08) VALUE 'DINHEIRO'.
          05 FILLER           PIC X(08) VALUE 'PIX'.
          05 FILLER           PIC X(08) VALUE 'CARTAO'.
          05 FILLER           PIC X(08) VALUE 'CHEQUE'.
       01 FILLER REDEFINES WRK-NOMES-FORMAS.
          05 WRK-NOME-FORMA   PIC X(08) OCCURS 4 TIMES.

      *    HISTORICO DO CAIXA NO MESMO DESENHO DA BAIXA DO CONTASREC;
      *    A SOBRA LEVA O NUMERO DA ROTA.
       01 WRK-HISTORICO-BAIXA.
          05 FILLER               PIC X(08) VALUE 'REC PED '.
          05 WRK-HIST-PEDIDO      PIC 9(09).
          05 FILLER               PIC X(02) VALUE ' P'.
          05 WRK-HIST-PARCELA     PIC 9(02).
       01 WRK-HISTORICO-SOBRA.
          05 FILLER               PIC X(11) VALUE 'SOBRA ROTA '.
          05 WRK-HIST-ROTA        PIC 9(06).

       01 WRK-ACE-CABEC.
          05 FILLER           PIC X(23) VALUE
             'ACERTO DO MOTORISTA - '.
          05 FILLER           PIC X(06) VALUE 'ROTA: '.
          05 WRK-ACE-ROTA     PIC 9(06).
          05 FILLER           PIC X(08) VALUE '  DATA: '.
          05 WRK-ACE-DATA     PIC 9(08).
          05 FILLER           PIC X(13) VALUE '  MOTORISTA: '.
          05 WRK-ACE-MOTORISTA PIC X(20).
          05 FILLER           PIC X(11) VALUE '  VEICULO: '.
          05 WRK-ACE-VEICULO  PIC X(10).

       01 WRK-ACE-DETALHE.
          05 FILLER           PIC X(08) VALUE 'PEDIDO: '.
          05 WRK-ACE-PEDIDO   PIC 9(09).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-ACE-NOME     PIC X(30).
          05 FILLER           PIC X(09) VALUE ' DEVIDO: '.
          05 WRK-ACE-DEVIDO   PIC ZZZZZZ9.99.
          05 FILLER           PIC X(11) VALUE ' PRESTADO: '.
          05 WRK-ACE-PRESTADO PIC ZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-ACE-DIF-TIPO PIC X(06).
          05 WRK-ACE-DIFERENCA PIC ZZZZZZ9.99 BLANK WHEN ZERO.

       01 WRK-ACE-FORMA.
          05 FILLER           PIC X(13) VALUE '  RECEBIDO EM'.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WRK-ACE-NOME-FORMA PIC X(08).
          05 FILLER           PIC X(02) VALUE ': '.
          05 WRK-ACE-VALOR-FORMA PIC ZZZZZZ9.99.

       01 WRK-ACE-TOTAL.
          05 WRK-ACE-TOT-ROTULO PIC X(22).
          05 WRK-ACE-TOT-VALOR  PIC ZZZZZZ9.99.

      *    EXPEDICAO POR TRANSPORTADORA. NA IMPORTACAO DAS
      *    OCORRENCIAS A ENTREGA E SEMPRE TOTAL (SEM PERGUNTAR A
      *    QUANTIDADE DE CADA LINHA) E LEVA A DATA DA OCORRENCIA.
       77 WRK-AUTOMATICO       PIC   X(01) VALUE 'N'.
       77 WRK-DATA-OCORRENCIA  PIC   9(08) VALUE 0.
       77 WRK-TRANSP-EXPEDIR   PIC   X(03).
       77 WRK-UF-EXPEDIR       PIC   X(02).
       77 WRK-EMBARQUE-ABERTO  PIC   X(01).
       77 WRK-QTD-UNIDADES     PIC   9(07)V99.
       77 WRK-FIM-OCORRENCIAS  PIC   X(01).
       77 WRK-QTD-OCORRENCIAS  PIC   9(05).
       77 WRK-QTD-OCO-ENTREGUES PIC  9(05).
       77 WRK-QTD-OCO-TRANSITO PIC   9(05).
       77 WRK-QTD-OCO-DEVOLVIDOS PIC 9(05).
       77 WRK-QTD-EXCECOES     PIC   9(05).
       77 WRK-OCO-SITUACAO     PIC   X(26).
       77 WRK-QTD-ROTAS-OCO    PIC   9(02).
       77 WRK-IDX-ROTA-OCO     PIC   9(02).
       77 WRK-ACHOU-ROTA       PIC   X(01).

      *    ROTAS DE TRANSPORTADORA TOCADAS PELA IMPORTACAO, PARA
      *    FECHAR NO FIM AS QUE NAO TEM MAIS PEDIDO PENDENTE.
       01 WRK-TABELA-ROTAS-OCO.
          05 WRK-ROTA-OCO         PIC 9(06) OCCURS 50 TIMES.

      *    UM ARQUIVO DE EMBARQUE POR TRANSPORTADORA E DIA; A SEGUNDA
      *    EXPEDICAO DO DIA ACRESCENTA AO MESMO ARQUIVO.
       01 WRK-EMBARQUE-PATH.
          05 FILLER               PIC X(03) VALUE 'EMB'.
          05 WRK-EMB-TRANSP       PIC X(03).
          05 WRK-EMB-DATA         PIC 9(08).
          05 FILLER               PIC X(04) VALUE '.TRN'.

       01 WRK-EXC-CABEC1.
          05 FILLER           PIC X(42) VALUE
             'OCORRENCIAS DAS TRANSPORTADORAS - DATA: '.
          05 WRK-EXC-DATA     PIC 9(08).

       01 WRK-EXC-CABEC2.
          05 FILLER           PIC X(10) VALUE 'PEDIDO'.
          05 FILLER           PIC X(04) VALUE 'TRA'.
          05 FILLER           PIC X(10) VALUE 'NOTA'.
          05 FILLER           PIC X(09) VALUE 'DATA'.
          05 FILLER           PIC X(26) VALUE 'CLIENTE'.
          05 FILLER           PIC X(10) VALUE 'FONE'.
          05 FILLER           PIC X(27) VALUE 'OCORRENCIA'.
          05 FILLER           PIC X(30) VALUE 'OBSERVACAO'.

       01 WRK-EXC-DETALHE.
          05 WRK-EXC-PEDIDO   PIC 9(09).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-EXC-TRANSP   PIC X(03).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-EXC-NOTA     PIC 9(09).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-EXC-DT-OCO   PIC 9(08).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-EXC-NOME     PIC X(25).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-EXC-FONE     PIC 9(09).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-EXC-SITUACAO PIC X(26).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-EXC-OBS      PIC X(30).

       01 WRK-EXC-TOTAL.
          05 FILLER           PIC X(13) VALUE 'OCORRENCIAS: '.
          05 WRK-EXC-TOT-LIDAS PIC ZZZZ9.
          05 FILLER           PIC X(13) VALUE '  ENTREGUES: '.
          05 WRK-EXC-TOT-ENTREGUES PIC ZZZZ9.
          05 FILLER           PIC X(15) VALUE '  EM TRANSITO: '.
          05 WRK-EXC-TOT-TRANSITO PIC ZZZZ9.
          05 FILLER           PIC X(14) VALUE '  DEVOLVIDOS: '.
          05 WRK-EXC-TOT-DEVOLVIDOS PIC ZZZZ9.
          05 FILLER           PIC X(13) VALUE '  EXCECOES: '.
          05 WRK-EXC-TOT-EXCECOES PIC ZZZZ9.

       01 WRK-MOTIVO-VENDA.
          05 FILLER           PIC X(10) VALUE 'VENDA PED '.
          05 FILLER           PIC X(24) VALUE
             'PEDIDOS EM ATRASO.....: '.
          05 WRK-REL-QTDE     PIC ZZZ9.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *    TRAVA DE PERIODO FECHADO (VER pervalida-lnk.cpy).
       COPY 'pervalida-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
              DISPLAY '1 - MONTAR ROTA DO DIA'
              DISPLAY '2 - CONFIRMAR ENTREGAS DE UMA ROTA'
              DISPLAY '3 - RELATORIO DE PEDIDOS SEM ENTREGA'
              DISPLAY '4 - ACERTO DO MOTORISTA DE UMA ROTA'
              DISPLAY '5 - EXPEDIR PEDIDOS POR TRANSPORTADORA'
              DISPLAY '6 - IMPORTAR OCORRENCIAS DAS TRANSPORTADORAS'
              DISPLAY '0 - SAIR'
              DISPLAY 'OPCAO: '
              ACCEPT WRK-OPCAO FROM CONSOLE
                    PERFORM 2200-CONFIRMAR-ENTREGAS
                 WHEN 3
                    PERFORM 2300-RELATORIO-ATRASO
                 WHEN 4
                    PERFORM 2400-ACERTAR-MOTORISTA
                 WHEN 5
                    PERFORM 2500-EXPEDIR-TRANSPORTADORA
                 WHEN 6
                    PERFORM 2600-IMPORTAR-OCORRENCIAS
                 WHEN 0
                    CONTINUE
                 WHEN OTHER
              GOBACK
           END-IF.

           ACCEPT WRK-VEICULOS-PATH FROM ENVIRONMENT 'VEICULOS_DAT'.
           IF WRK-VEICULOS-PATH = SPACES
              MOVE WRK-VEICULOS-PATH-PADRAO TO WRK-VEICULOS-PATH
           END-IF.
           OPEN INPUT VEICULOS.
           IF VEICULOS-STATUS = 00
              MOVE 'S' TO WRK-VEICULOS-ABERTO
           END-IF.

           ACCEPT WRK-CONDPAG-PATH FROM ENVIRONMENT 'CONDPAG_DAT'.
           IF WRK-CONDPAG-PATH = SPACES
              MOVE WRK-CONDPAG-PATH-PADRAO TO WRK-CONDPAG-PATH
           END-IF.
           OPEN INPUT CONDPAG.
           IF CONDPAG-STATUS = 00
              MOVE 'S' TO WRK-CONDPAG-ABERTO
           END-IF.

           ACCEPT WRK-CONTASREC-PATH FROM ENVIRONMENT 'CONTASREC_DAT'.
           IF WRK-CONTASREC-PATH = SPACES
              MOVE WRK-CONTASREC-PATH-PADRAO TO WRK-CONTASREC-PATH
           END-IF.
           OPEN I-O CONTASREC.
           IF CONTASREC-STATUS = 00
              MOVE 'S' TO WRK-CONTASREC-ABERTO
           END-IF.
           ACCEPT WRK-CRPAGTOS-PATH FROM ENVIRONMENT 'CRPAGTOS_DAT'.
           IF WRK-CRPAGTOS-PATH = SPACES
              MOVE WRK-CRPAGTOS-PATH-PADRAO TO WRK-CRPAGTOS-PATH
           END-IF.
           OPEN I-O CRPAGTOS
              IF CRPAGTOS-STATUS = 35 THEN
                 OPEN OUTPUT CRPAGTOS
                 CLOSE CRPAGTOS
                 OPEN I-O CRPAGTOS
              END-IF.

           OPEN EXTEND JOURNAL.
           IF JOURNAL-STATUS = 35
              OPEN OUTPUT JOURNAL
      *----------------------------------------------------------------*
       2100-MONTAR-ROTA SECTION.
      *----------------------------------------------------------------*
      *    CARIMBA O NUMERO DA ROTA NOVA NOS PEDIDOS FATURADOS AINDA
      *    SEM ROTA ATE A DATA INFORMADA (O MESMO RECORTE DO
      *    ROMANEIO, MAIS AS SOBRAS DEVOLVIDAS DE DIAS ANTERIORES),
      *    RESPEITANDO A CAPACIDADE DO VEICULO: O QUE NAO COUBER EM
      *    PESO OU CUBAGEM E SUGERIDO PARA OUTRO VEICULO E SO SOBE
      *    NESTE SE O OPERADOR ACEITAR O EXCESSO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'DATA DA ROTA (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-ROTA FROM CONSOLE.
           ACCEPT ROTA-MOTORISTA FROM CONSOLE.
           DISPLAY 'VEICULO..: '.
           ACCEPT ROTA-VEICULO FROM CONSOLE.
           INSPECT ROTA-VEICULO CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM 2105-LER-VEICULO.
           PERFORM 2110-COLETAR-CARGA.
           PERFORM 2120-DISTRIBUIR-CARGA.
           PERFORM 2130-CARIMBAR-ROTA.

           IF WRK-QTD-ROTA = ZEROS
              DISPLAY 'NENHUM PEDIDO FATURADO SEM ROTA. ROTA NAO '
                 'GRAVADA.'
           ELSE
              MOVE WRK-QTD-ROTA  TO ROTA-QTD-PEDIDOS
              MOVE 'A'           TO ROTA-SITUACAO
              MOVE WRK-PESO-ROTA TO ROTA-PESO-CARGA
              MOVE ZEROS         TO ROTA-DT-ACERTO ROTA-VALOR-DEVIDO
                                    ROTA-VALOR-PRESTADO
              MOVE SPACES        TO ROTA-TRANSPORTADORA
              COMPUTE ROTA-VOLUME-CARGA ROUNDED =
                 WRK-VOLUME-ROTA / 1000000
              WRITE ROTA-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              IF ROTAS-STATUS = 00
                 DISPLAY 'ROTA ' ROTA-NUMERO ' GRAVADA COM '
                    WRK-QTD-ROTA ' PEDIDOS.'
                 MOVE ROTA-PESO-CARGA   TO WRK-ECO-PESO
                 MOVE ROTA-VOLUME-CARGA TO WRK-ECO-VOLUME
                 DISPLAY 'CARGA: ' WRK-ECO-PESO ' KG  '
                    WRK-ECO-VOLUME ' M3'
              ELSE
                 DISPLAY 'ERRO AO GRAVAR ROTA. STATUS: ' ROTAS-STATUS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2105-LER-VEICULO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-TEM-CAPACIDADE.
           IF WRK-VEICULOS-ABERTO = 'S'
              MOVE ROTA-VEICULO TO VEI-PLACA
              READ VEICULOS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF VEICULOS-STATUS = 00
                 MOVE 'S' TO WRK-TEM-CAPACIDADE
                 COMPUTE WRK-VOLUME-MAX-CM3 = VEI-VOLUME-MAX * 1000000
                 MOVE VEI-PESO-MAX   TO WRK-ECO-PESO
                 MOVE VEI-VOLUME-MAX TO WRK-ECO-VOLUME
                 DISPLAY 'CAPACIDADE: ' WRK-ECO-PESO ' KG  '
                    WRK-ECO-VOLUME ' M3'
              END-IF
           END-IF.
           IF WRK-TEM-CAPACIDADE = 'N'
              DISPLAY 'VEICULO FORA DE VEICULOS.DAT: CARGA NAO '
                 'CONFERIDA.'
           END-IF.
      *----------------------------------------------------------------*
       2110-COLETAR-CARGA SECTION.
      *----------------------------------------------------------------*
      *    JUNTA OS PEDIDOS CANDIDATOS COM A CARGA DE CADA UM.
           MOVE ZEROS TO WRK-QTD-CARGA WRK-QTD-FORA-TABELA.
           MOVE 'N'   TO WRK-FIM-BUSCA.
           MOVE ZEROS TO PEDIDOS-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                    AND PEDIDOS-SITUACAO = 'F'
                    AND PEDIDOS-ROTA = ZEROS
                    AND PEDIDOS-DATA <= WRK-DATA-ROTA
                 IF WRK-QTD-CARGA < 300
                    ADD 1 TO WRK-QTD-CARGA
                    PERFORM 2115-CALCULAR-PEDIDO
                    MOVE PEDIDOS-NUMERO
                       TO WRK-CRG-NUMERO(WRK-QTD-CARGA)
                    MOVE WRK-PESO-PED
                       TO WRK-CRG-PESO(WRK-QTD-CARGA)
                    MOVE WRK-VOLUME-PED
                       TO WRK-CRG-VOLUME(WRK-QTD-CARGA)
                    MOVE 'S' TO WRK-CRG-CARREGAR(WRK-QTD-CARGA)
                 ELSE
                    ADD 1 TO WRK-QTD-FORA-TABELA
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-QTD-FORA-TABELA > ZEROS
              DISPLAY WRK-QTD-FORA-TABELA ' PEDIDOS ALEM DE 300 FICAM '
                 'PARA A PROXIMA ROTA.'
           END-IF.
      *----------------------------------------------------------------*
       2115-CALCULAR-PEDIDO SECTION.
      *----------------------------------------------------------------*
      *    CARGA DO PEDIDO: SO O RESTANTE A ENTREGAR DE CADA LINHA
      *    (COMO O ROMANEIO); LINHA DE KIT PESA PELOS COMPONENTES,
      *    SALVO A ATENDIDA POR KIT JA MONTADO.
           MOVE ZEROS TO WRK-PESO-PED WRK-VOLUME-PED WRK-QTD-UNIDADES.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                 UNTIL WRK-IDX-ITEM > PEDIDOS-QTD-ITENS
              MOVE PEDIDOS-NUMERO TO ITENS-NUMERO
              MOVE WRK-IDX-ITEM   TO ITENS-LINHA
              READ PEDITENS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PEDITENS-STATUS = 00
                    AND ITENS-QUANTIDADE > ITENS-QTD-ENTREGUE
                 COMPUTE WRK-QTD-CARGA-LINHA =
                    ITENS-QUANTIDADE - ITENS-QTD-ENTREGUE
                 ADD WRK-QTD-CARGA-LINHA TO WRK-QTD-UNIDADES
                 PERFORM 2232-VERIFICAR-KIT
                 IF WRK-E-KIT = 'S'
                    PERFORM 2117-CARGA-KIT
                 ELSE
                    MOVE ITENS-CODIGO-PRODUTO TO PRODUTOS-CODIGO
                    MOVE WRK-QTD-CARGA-LINHA  TO WRK-QTD-CARGA-ITEM
                    PERFORM 2118-SOMAR-PRODUTO
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2117-CARGA-KIT SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-KIT.
           MOVE ITENS-CODIGO-PRODUTO TO KIT-CODIGO.
           MOVE ZEROS                TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-KIT
           END-START.
           PERFORM UNTIL WRK-FIM-KIT = 'S'
              READ KITS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-KIT
              END-READ
              IF WRK-FIM-KIT NOT = 'S'
                    AND (KITS-STATUS NOT = 00
                         OR KIT-CODIGO NOT = ITENS-CODIGO-PRODUTO)
                 MOVE 'S' TO WRK-FIM-KIT
              END-IF
              IF WRK-FIM-KIT NOT = 'S'
                 MOVE KIT-COMPONENTE TO PRODUTOS-CODIGO
                 COMPUTE WRK-QTD-CARGA-ITEM =
                    KIT-QUANTIDADE * WRK-QTD-CARGA-LINHA
                 PERFORM 2118-SOMAR-PRODUTO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2118-SOMAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS = 00
              COMPUTE WRK-PESO-PED = WRK-PESO-PED
                 + (PRODUTOS-PESO * WRK-QTD-CARGA-ITEM)
              COMPUTE WRK-VOLUME-PED = WRK-VOLUME-PED
                 + (PRODUTOS-LARGURA * PRODUTOS-ALTURA
                    * PRODUTOS-COMPRIMENTO * WRK-QTD-CARGA-ITEM)
           END-IF.
      *----------------------------------------------------------------*
       2120-DISTRIBUIR-CARGA SECTION.
      *----------------------------------------------------------------*
      *    NA ORDEM DOS PEDIDOS (O MAIS ANTIGO PRIMEIRO), CADA UM SOBE
      *    SE AINDA COUBER NO PESO E NA CUBAGEM; O QUE NAO COUBER
      *    FICA SUGERIDO PARA OUTRO VEICULO, MAS UM PEDIDO MENOR
      *    ADIANTE AINDA PODE APROVEITAR A SOBRA. CAPACIDADE ZERO NA
      *    MEDIDA = SEM LIMITE NELA.
           MOVE ZEROS TO WRK-PESO-ROTA WRK-VOLUME-ROTA
                         WRK-QTD-SUGERIDOS.
           PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                 UNTIL WRK-IDX-CARGA > WRK-QTD-CARGA
              IF WRK-TEM-CAPACIDADE = 'S'
                    AND ((VEI-PESO-MAX > ZEROS
                          AND WRK-PESO-ROTA
                              + WRK-CRG-PESO(WRK-IDX-CARGA)
                              > VEI-PESO-MAX)
                      OR (VEI-VOLUME-MAX > ZEROS
                          AND WRK-VOLUME-ROTA
                              + WRK-CRG-VOLUME(WRK-IDX-CARGA)
                              > WRK-VOLUME-MAX-CM3))
                 MOVE 'N' TO WRK-CRG-CARREGAR(WRK-IDX-CARGA)
                 ADD 1 TO WRK-QTD-SUGERIDOS
              ELSE
                 ADD WRK-CRG-PESO(WRK-IDX-CARGA)   TO WRK-PESO-ROTA
                 ADD WRK-CRG-VOLUME(WRK-IDX-CARGA) TO WRK-VOLUME-ROTA
              END-IF
           END-PERFORM.

           IF WRK-QTD-SUGERIDOS > ZEROS
              DISPLAY 'CAPACIDADE DO VEICULO EXCEDIDA. PEDIDOS '
                 'SUGERIDOS PARA OUTRO VEICULO:'
              PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                    UNTIL WRK-IDX-CARGA > WRK-QTD-CARGA
                 IF WRK-CRG-CARREGAR(WRK-IDX-CARGA) = 'N'
                    MOVE WRK-CRG-PESO(WRK-IDX-CARGA) TO WRK-ECO-PESO
                    COMPUTE WRK-VOLUME-M3 ROUNDED =
                       WRK-CRG-VOLUME(WRK-IDX-CARGA) / 1000000
                    MOVE WRK-VOLUME-M3 TO WRK-ECO-VOLUME
                    DISPLAY '  PEDIDO ' WRK-CRG-NUMERO(WRK-IDX-CARGA)
                       ' PESO ' WRK-ECO-PESO ' KG  CUBAGEM '
                       WRK-ECO-VOLUME ' M3'
                 END-IF
              END-PERFORM
              DISPLAY 'CARREGAR TODOS ASSIM MESMO, ACIMA DA '
                 'CAPACIDADE (S/N)? '
              MOVE SPACES TO WRK-CONFIRMA-CARGA
              ACCEPT WRK-CONFIRMA-CARGA FROM CONSOLE
              INSPECT WRK-CONFIRMA-CARGA CONVERTING 'sn' TO 'SN'
              IF WRK-CONFIRMA-CARGA = 'S'
                 PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                       UNTIL WRK-IDX-CARGA > WRK-QTD-CARGA
                    MOVE 'S' TO WRK-CRG-CARREGAR(WRK-IDX-CARGA)
                 END-PERFORM
                 DISPLAY 'ATENCAO: ROTA SAI ACIMA DA CAPACIDADE DO '
                    'VEICULO.'
              ELSE
                 DISPLAY 'OS PEDIDOS SUGERIDOS FICAM SEM ROTA PARA '
                    'OUTRO VEICULO.'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2130-CARIMBAR-ROTA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-ROTA WRK-PESO-ROTA WRK-VOLUME-ROTA.
           PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                 UNTIL WRK-IDX-CARGA > WRK-QTD-CARGA
              IF WRK-CRG-CARREGAR(WRK-IDX-CARGA) = 'S'
                 MOVE WRK-CRG-NUMERO(WRK-IDX-CARGA) TO PEDIDOS-NUMERO
                 READ PEDIDOS
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF PEDIDOS-STATUS = 00
                    MOVE ROTA-NUMERO TO PEDIDOS-ROTA
                    REWRITE PEDIDOS-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                    IF PEDIDOS-STATUS = 00
                       ADD 1 TO WRK-QTD-ROTA
                       ADD WRK-CRG-PESO(WRK-IDX-CARGA)
                          TO WRK-PESO-ROTA
                       ADD WRK-CRG-VOLUME(WRK-IDX-CARGA)
                          TO WRK-VOLUME-ROTA
                       DISPLAY 'PEDIDO ' PEDIDOS-NUMERO ' NA ROTA.'
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2150-PROXIMA-ROTA SECTION.
      *----------------------------------------------------------------*
           IF ROTAS-STATUS NOT = 00
              DISPLAY 'ROTA NAO ENCONTRADA!'
           ELSE
              MOVE ZEROS TO WRK-QTD-PENDENTES WRK-QTD-NA-ENTREGA
              MOVE 'N'   TO WRK-FIM-BUSCA
              MOVE ZEROS TO PEDIDOS-NUMERO
              START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                       AND PEDIDOS-SITUACAO = 'F'
                    PERFORM 2210-CONFIRMAR-UM-PEDIDO
                 END-IF
                 IF WRK-FIM-BUSCA NOT = 'S'
                       AND PEDIDOS-ROTA = WRK-NUM-ROTA
                       AND PEDIDOS-SITUACAO = 'E'
                    PERFORM 2260-VERIFICAR-NA-ENTREGA
                    IF WRK-NA-ENTREGA = 'S'
                       ADD 1 TO WRK-QTD-NA-ENTREGA
                    END-IF
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WRK-QTD-PENDENTES > ZEROS
                    DISPLAY 'ROTA COM ' WRK-QTD-PENDENTES
                       ' PEDIDOS AINDA PENDENTES.'
                 WHEN WRK-QTD-NA-ENTREGA > ZEROS
                       AND ROTA-DT-ACERTO = ZEROS
                    DISPLAY 'ROTA COM ' WRK-QTD-NA-ENTREGA
                       ' PEDIDOS COBRADOS NA ENTREGA: FECHA NO '
                       'ACERTO DO MOTORISTA.'
                 WHEN OTHER
                    MOVE 'F' TO ROTA-SITUACAO
                    REWRITE ROTA-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                    DISPLAY 'ROTA ' WRK-NUM-ROTA ' FECHADA.'
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       2210-CONFIRMAR-UM-PEDIDO SECTION.
      *    PARCIAL DEVOLVE O PEDIDO A FILA DE ROTAS.
           MOVE PEDIDOS-SITUACAO TO WRK-JRN-ANTES-SIT.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           IF WRK-AUTOMATICO = 'S'
              MOVE WRK-DATA-OCORRENCIA TO WRK-DATA-ATUAL
           END-IF.
           PERFORM 2230-BAIXAR-ITENS.
           IF WRK-TUDO-ENTREGUE = 'S'
              MOVE 'E' TO PEDIDOS-SITUACAO
           IF WRK-QTD-RESTANTE NOT > ZEROS
              CONTINUE
           ELSE
              IF WRK-AUTOMATICO = 'S'
                 MOVE WRK-QTD-RESTANTE TO WRK-QTD-ENTREGA
              ELSE
                 DISPLAY 'LINHA ' ITENS-LINHA ' - ' ITENS-DESCRICAO
                 DISPLAY 'RESTANTE ' WRK-QTD-RESTANTE
                    '. QTD ENTREGUE NESTA VIAGEM: '
                 ACCEPT WRK-QTD-ENTREGA FROM CONSOLE
                 IF WRK-QTD-ENTREGA > WRK-QTD-RESTANTE
                    DISPLAY 'MAIOR QUE O RESTANTE: AJUSTADO.'
                    MOVE WRK-QTD-RESTANTE TO WRK-QTD-ENTREGA
                 END-IF
              END-IF
              IF WRK-QTD-ENTREGA = ZEROS
                 MOVE 'N' TO WRK-TUDO-ENTREGUE
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-E-KIT.
           IF WRK-KITS-ABERTO = 'S'
                 AND ITENS-KIT-MONTADO NOT = 'M'
              MOVE ITENS-CODIGO-PRODUTO TO KIT-CODIGO
              MOVE ZEROS                TO KIT-COMPONENTE
              START KITS KEY IS NOT LESS THAN KIT-CHAVE
       2250-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           IF WRK-AUTOMATICO = 'S'
              MOVE WRK-DATA-OCORRENCIA TO WRK-DATA-ATUAL
           END-IF.
           MOVE WRK-DATA-ATUAL      TO ENT-DATA.
           ACCEPT WRK-HORA-ATUAL    FROM TIME.
           MOVE WRK-HORA-ATUAL(1:6) TO ENT-HORA.
           MOVE WRK-RESULTADO       TO ENT-RESULTADO.
           MOVE WRK-MOTIVO-DEV      TO ENT-MOTIVO.
           WRITE ENT-REG.
      *----------------------------------------------------------------*
       2260-VERIFICAR-NA-ENTREGA SECTION.
      *----------------------------------------------------------------*
      *    PEDIDO COBRADO NA ENTREGA: CONDICAO DE PAGAMENTO MARCADA
      *    'NA ENTREGA' NO CONDPAG.
           MOVE 'N' TO WRK-NA-ENTREGA.
           IF WRK-CONDPAG-ABERTO = 'S'
                 AND PEDIDOS-COND-PAGTO > ZEROS
              MOVE PEDIDOS-COND-PAGTO TO COND-CODIGO
              READ CONDPAG
                 INVALID KEY
                    CONTINUE
              END-READ
              IF CONDPAG-STATUS = 00
                    AND COND-NA-ENTREGA = 'S'
                 MOVE 'S' TO WRK-NA-ENTREGA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2300-RELATORIO-ATRASO SECTION.
      *----------------------------------------------------------------*
      *    PEDIDOS FATURADOS PARADOS HA MAIS DE N DIAS SEM VIRAR
      *    ENTREGUE (ENTREGA_ATRASO_DIAS, PADRAO 5).
      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'ENTREGA_ATRASO_DIAS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-DIAS-LIMITE
           END-IF.
           ACCEPT WRK-DIAS-ENV FROM ENVIRONMENT 'ENTREGA_ATRASO_DIAS'.
           IF WRK-DIAS-ENV NOT = SPACES
              MOVE WRK-DIAS-ENV TO WRK-DIAS-LIMITE
           MOVE WRK-QTD-ATRASADOS TO WRK-REL-QTDE.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'ENTREGAS'        TO SPL-PROGRAMA.
           MOVE 'ENTREGAS.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.
           DISPLAY 'RELATORIO GRAVADO EM ENTREGAS.REL. ATRASADOS: '
              WRK-QTD-ATRASADOS.
      *----------------------------------------------------------------*
       2400-ACERTAR-MOTORISTA SECTION.
      *----------------------------------------------------------------*
      *    DEPOIS DE TODAS AS CONFIRMACOES, CONFERE O QUE O MOTORISTA
      *    TROUXE DE CADA PEDIDO COBRADO NA ENTREGA CONTRA O SALDO EM
      *    ABERTO DOS TITULOS DELE E FECHA A ROTA.
           DISPLAY 'NUMERO DA ROTA: '.
           ACCEPT WRK-NUM-ROTA FROM CONSOLE.
           MOVE WRK-NUM-ROTA TO ROTA-NUMERO.
           READ ROTAS
              INVALID KEY
                 CONTINUE
           END-READ.
      *    O ACERTO BAIXA TITULOS E LANCA NO CAIXA NA DATA DE HOJE.
           MOVE 'R'   TO PEV-MODULO.
           MOVE ZEROS TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.
           EVALUATE TRUE
              WHEN WRK-CONTASREC-ABERTO NOT = 'S'
                 DISPLAY 'CONTASREC.DAT INDISPONIVEL. ACERTO NAO '
                    'FEITO.'
              WHEN PEV-RETORNO NOT = 'A'
                 DISPLAY 'COMPETENCIA DO RECEBER FECHADA: ACERTO '
                    'NAO FEITO!'
              WHEN ROTAS-STATUS NOT = 00
                 DISPLAY 'ROTA NAO ENCONTRADA!'
              WHEN ROTA-DT-ACERTO NOT = ZEROS
                 DISPLAY 'ROTA JA ACERTADA EM ' ROTA-DT-ACERTO '.'
              WHEN OTHER
                 PERFORM 2410-CONTAR-PENDENTES
                 IF WRK-QTD-PENDENTES > ZEROS
                    DISPLAY 'ROTA COM ' WRK-QTD-PENDENTES
                       ' PEDIDOS SEM CONFIRMACAO: CONFIRME AS '
                       'ENTREGAS ANTES DO ACERTO.'
                 ELSE
                    PERFORM 2420-EFETUAR-ACERTO
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       2410-CONTAR-PENDENTES SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE 'N'   TO WRK-FIM-BUSCA.
           MOVE ZEROS TO PEDIDOS-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-BUSCA
           END-START.
           PERFORM UNTIL WRK-FIM-BUSCA = 'S'
              READ PEDIDOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-BUSCA
              END-READ
              IF WRK-FIM-BUSCA NOT = 'S'
                    AND PEDIDOS-STATUS NOT = 00
                 MOVE 'S' TO WRK-FIM-BUSCA
              END-IF
              IF WRK-FIM-BUSCA NOT = 'S'
                    AND PEDIDOS-ROTA = WRK-NUM-ROTA
                    AND PEDIDOS-SITUACAO = 'F'
                 ADD 1 TO WRK-QTD-PENDENTES
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2420-EFETUAR-ACERTO SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN EXTEND CAIXA.
           IF CAIXA-STATUS = 35
              OPEN OUTPUT CAIXA
           END-IF.
           OPEN OUTPUT ACERTO.
           IF CAIXA-STATUS NOT = 00 OR ACERTO-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR CAIXA.DAT OU ACERTO.REL. STATUS: '
                 CAIXA-STATUS ' ' ACERTO-STATUS
              IF CAIXA-STATUS = 00
                 CLOSE CAIXA
              END-IF
              IF ACERTO-STATUS = 00
                 CLOSE ACERTO
              END-IF
              DISPLAY 'ROTA ' WRK-NUM-ROTA ' NAO ACERTADA.'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ROTA-NUMERO    TO WRK-ACE-ROTA
              MOVE WRK-DATA-ATUAL TO WRK-ACE-DATA
              MOVE ROTA-MOTORISTA TO WRK-ACE-MOTORISTA
              MOVE ROTA-VEICULO   TO WRK-ACE-VEICULO
              WRITE REG-ACERTO FROM WRK-ACE-CABEC
              MOVE SPACES TO REG-ACERTO
              WRITE REG-ACERTO

              MOVE ZEROS TO WRK-QTD-ACERTADOS WRK-TOTAL-DEVIDO
                            WRK-TOTAL-PRESTADO WRK-TOTAL-FALTA
                            WRK-TOTAL-SOBRA
              PERFORM VARYING WRK-IDX-FORMA FROM 1 BY 1
                    UNTIL WRK-IDX-FORMA > 4
                 MOVE ZEROS TO WRK-FORMA-TOTAL(WRK-IDX-FORMA)
              END-PERFORM

              MOVE 'N'   TO WRK-FIM-BUSCA
              MOVE ZEROS TO PEDIDOS-NUMERO
              START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-BUSCA
              END-START
              PERFORM UNTIL WRK-FIM-BUSCA = 'S'
                 READ PEDIDOS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-BUSCA
                 END-READ
                 IF WRK-FIM-BUSCA NOT = 'S'
                       AND PEDIDOS-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-BUSCA
                 END-IF
                 IF WRK-FIM-BUSCA NOT = 'S'
                       AND PEDIDOS-ROTA = WRK-NUM-ROTA
                       AND PEDIDOS-SITUACAO = 'E'
                    PERFORM 2260-VERIFICAR-NA-ENTREGA
                    IF WRK-NA-ENTREGA = 'S'
                       PERFORM 2430-ACERTAR-PEDIDO
                    END-IF
                 END-IF
              END-PERFORM

              PERFORM 2470-IMPRIMIR-TOTAIS
              CLOSE ACERTO
      *       GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
              MOVE 'ENTREGAS'        TO SPL-PROGRAMA
              MOVE 'ACERTO.REL'      TO SPL-RELATORIO
              CALL 'SPOOLREG' USING SPL-PARAMETROS
              CLOSE CAIXA

              MOVE WRK-DATA-ATUAL     TO ROTA-DT-ACERTO
              MOVE WRK-TOTAL-DEVIDO   TO ROTA-VALOR-DEVIDO
              MOVE WRK-TOTAL-PRESTADO TO ROTA-VALOR-PRESTADO
              MOVE 'F'                TO ROTA-SITUACAO
              REWRITE ROTA-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF ROTAS-STATUS = 00
                 DISPLAY 'ROTA ' WRK-NUM-ROTA ' ACERTADA E FECHADA. '
                    'PEDIDOS: ' WRK-QTD-ACERTADOS
                 DISPLAY 'RECIBO GRAVADO EM ACERTO.REL.'
              ELSE
                 DISPLAY 'ERRO AO ATUALIZAR ROTA. STATUS: ' ROTAS-STATUS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2430-ACERTAR-PEDIDO SECTION.
      *----------------------------------------------------------------*
           PERFORM 2440-SOMAR-DEVIDO.
           MOVE PEDIDOS-FONE-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CLIENTES-STATUS NOT = 00
              MOVE SPACES TO CLIENTES-NOME
           END-IF.
           DISPLAY ' '.
           DISPLAY 'PEDIDO ' PEDIDOS-NUMERO ' - ' CLIENTES-NOME.
           DISPLAY 'VALOR A RECEBER: ' WRK-VALOR-DEVIDO.

           MOVE ZEROS TO WRK-VALOR-PRESTADO.
           PERFORM VARYING WRK-IDX-FORMA FROM 1 BY 1
                 UNTIL WRK-IDX-FORMA > 4
              DISPLAY 'RECEBIDO EM ' WRK-NOME-FORMA(WRK-IDX-FORMA)
                 ' (0 = NADA): '
              MOVE ZEROS TO WRK-FORMA-VALOR(WRK-IDX-FORMA)
              ACCEPT WRK-FORMA-VALOR(WRK-IDX-FORMA) FROM CONSOLE
              ADD WRK-FORMA-VALOR(WRK-IDX-FORMA) TO WRK-VALOR-PRESTADO
              ADD WRK-FORMA-VALOR(WRK-IDX-FORMA)
                 TO WRK-FORMA-TOTAL(WRK-IDX-FORMA)
           END-PERFORM.

           PERFORM VARYING WRK-IDX-FORMA FROM 1 BY 1
                 UNTIL WRK-IDX-FORMA > 4
              IF WRK-FORMA-VALOR(WRK-IDX-FORMA) > ZEROS
                 MOVE WRK-IDX-FORMA TO WRK-FORMA-PAGTO
                 MOVE WRK-FORMA-VALOR(WRK-IDX-FORMA)
                    TO WRK-VALOR-APLICAR
                 PERFORM 2450-BAIXAR-TITULOS
                 IF WRK-VALOR-APLICAR > ZEROS
                    PERFORM 2460-GRAVAR-SOBRA
                 END-IF
              END-IF
           END-PERFORM.

           ADD 1 TO WRK-QTD-ACERTADOS.
           ADD WRK-VALOR-DEVIDO   TO WRK-TOTAL-DEVIDO.
           ADD WRK-VALOR-PRESTADO TO WRK-TOTAL-PRESTADO.
           MOVE PEDIDOS-NUMERO     TO WRK-ACE-PEDIDO.
           MOVE CLIENTES-NOME      TO WRK-ACE-NOME.
           MOVE WRK-VALOR-DEVIDO   TO WRK-ACE-DEVIDO.
           MOVE WRK-VALOR-PRESTADO TO WRK-ACE-PRESTADO.
           EVALUATE TRUE
              WHEN WRK-VALOR-PRESTADO < WRK-VALOR-DEVIDO
                 MOVE 'FALTA ' TO WRK-ACE-DIF-TIPO
                 COMPUTE WRK-ACE-DIFERENCA =
                    WRK-VALOR-DEVIDO - WRK-VALOR-PRESTADO
                 COMPUTE WRK-TOTAL-FALTA = WRK-TOTAL-FALTA
                    + WRK-VALOR-DEVIDO - WRK-VALOR-PRESTADO
              WHEN WRK-VALOR-PRESTADO > WRK-VALOR-DEVIDO
                 MOVE 'SOBRA ' TO WRK-ACE-DIF-TIPO
                 COMPUTE WRK-ACE-DIFERENCA =
                    WRK-VALOR-PRESTADO - WRK-VALOR-DEVIDO
                 COMPUTE WRK-TOTAL-SOBRA = WRK-TOTAL-SOBRA
                    + WRK-VALOR-PRESTADO - WRK-VALOR-DEVIDO
              WHEN OTHER
                 MOVE SPACES TO WRK-ACE-DIF-TIPO
                 MOVE ZEROS  TO WRK-ACE-DIFERENCA
           END-EVALUATE.
           WRITE REG-ACERTO FROM WRK-ACE-DETALHE.
      *----------------------------------------------------------------*
       2440-SOMAR-DEVIDO SECTION.
      *----------------------------------------------------------------*
      *    DEVIDO = SALDO EM ABERTO DOS TITULOS DO PEDIDO (O QUE JA
      *    FOI PAGO NO ESCRITORIO NAO E COBRADO DO MOTORISTA).
           MOVE ZEROS TO WRK-VALOR-DEVIDO.
           MOVE 'N'   TO WRK-FIM-TITULOS.
           MOVE PEDIDOS-NUMERO TO CR-NUMERO-PEDIDO.
           MOVE ZEROS          TO CR-PARCELA.
           START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-TITULOS
           END-START.
           PERFORM UNTIL WRK-FIM-TITULOS = 'S'
              READ CONTASREC NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-TITULOS
              END-READ
              IF WRK-FIM-TITULOS NOT = 'S'
                    AND (CONTASREC-STATUS NOT = 00
                         OR CR-NUMERO-PEDIDO NOT = PEDIDOS-NUMERO)
                 MOVE 'S' TO WRK-FIM-TITULOS
              END-IF
              IF WRK-FIM-TITULOS NOT = 'S'
                    AND CR-SITUACAO = 'A'
                 COMPUTE WRK-VALOR-DEVIDO = WRK-VALOR-DEVIDO
                    + CR-VALOR - CR-VALOR-PAGO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2450-BAIXAR-TITULOS SECTION.
      *----------------------------------------------------------------*
      *    APLICA O VALOR DA FORMA NOS TITULOS EM ABERTO DO PEDIDO,
      *    COM O MESMO REGISTRO DA BAIXA MANUAL DO CONTASREC: TITULO,
      *    HISTORICO EM CRPAGTOS.DAT E ENTRADA NO CAIXA.
           MOVE 'N'   TO WRK-FIM-TITULOS.
           MOVE PEDIDOS-NUMERO TO CR-NUMERO-PEDIDO.
           MOVE ZEROS          TO CR-PARCELA.
           START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-TITULOS
           END-START.
           PERFORM UNTIL WRK-FIM-TITULOS = 'S'
                 OR WRK-VALOR-APLICAR = ZEROS
              READ CONTASREC NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-TITULOS
              END-READ
              IF WRK-FIM-TITULOS NOT = 'S'
                    AND (CONTASREC-STATUS NOT = 00
                         OR CR-NUMERO-PEDIDO NOT = PEDIDOS-NUMERO)
                 MOVE 'S' TO WRK-FIM-TITULOS
              END-IF
              IF WRK-FIM-TITULOS NOT = 'S'
                    AND CR-SITUACAO = 'A'
                 COMPUTE WRK-SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
                 IF WRK-VALOR-APLICAR < WRK-SALDO-TITULO
                    MOVE WRK-VALOR-APLICAR TO WRK-VALOR-BAIXA
                 ELSE
                    MOVE WRK-SALDO-TITULO  TO WRK-VALOR-BAIXA
                 END-IF
                 MOVE WRK-DATA-ATUAL TO CR-DT-PAGAMENTO
                 ADD WRK-VALOR-BAIXA TO CR-VALOR-PAGO
                 ADD 1               TO CR-QTD-PAGTOS
                 COMPUTE WRK-SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
                 IF WRK-SALDO-TITULO = ZEROS
                    MOVE 'L' TO CR-SITUACAO
                 END-IF
                 REWRITE CR-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 IF CONTASREC-STATUS = 00
                    SUBTRACT WRK-VALOR-BAIXA FROM WRK-VALOR-APLICAR
                    PERFORM 2451-GRAVAR-CAIXA
                    PERFORM 2452-GRAVAR-HISTORICO
                 ELSE
                    DISPLAY 'ERRO AO BAIXAR TITULO. STATUS: '
                       CONTASREC-STATUS
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2451-GRAVAR-CAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-ATUAL      TO CXA-DATA.
           ACCEPT WRK-HORA-ATUAL    FROM TIME.
           MOVE WRK-HORA-ATUAL(1:6) TO CXA-HORA.
           MOVE 'E'                 TO CXA-TIPO.
           MOVE WRK-FORMA-PAGTO     TO CXA-FORMA.
           MOVE WRK-VALOR-BAIXA     TO CXA-VALOR.
           MOVE CR-NUMERO-PEDIDO    TO WRK-HIST-PEDIDO.
           MOVE CR-PARCELA          TO WRK-HIST-PARCELA.
           MOVE WRK-HISTORICO-BAIXA TO CXA-HISTORICO.
           WRITE CXA-REG.
           IF CAIXA-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR CAIXA.DAT. STATUS: '
                 CAIXA-STATUS
           END-IF.
      *----------------------------------------------------------------*
       2452-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
           MOVE CR-NUMERO-PEDIDO   TO PGT-NUMERO-PEDIDO.
           MOVE CR-PARCELA         TO PGT-PARCELA.
           MOVE CR-QTD-PAGTOS      TO PGT-SEQUENCIA.
           MOVE WRK-DATA-ATUAL     TO PGT-DATA.
           MOVE WRK-VALOR-BAIXA    TO PGT-VALOR.
           MOVE WRK-FORMA-PAGTO    TO PGT-FORMA.
           MOVE WRK-SALDO-TITULO   TO PGT-SALDO-APOS.
           WRITE PGT-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CRPAGTOS-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR CRPAGTOS.DAT. STATUS: '
                 CRPAGTOS-STATUS
           END-IF.
      *----------------------------------------------------------------*
       2460-GRAVAR-SOBRA SECTION.
      *----------------------------------------------------------------*
      *    DINHEIRO QUE ENTROU ALEM DO DEVIDO: VAI PARA O CAIXA COM O
      *    NUMERO DA ROTA, PARA O FECHAMENTO DO DIA BATER COM A GAVETA.
           MOVE WRK-DATA-ATUAL      TO CXA-DATA.
           ACCEPT WRK-HORA-ATUAL    FROM TIME.
           MOVE WRK-HORA-ATUAL(1:6) TO CXA-HORA.
           MOVE 'E'                 TO CXA-TIPO.
           MOVE WRK-FORMA-PAGTO     TO CXA-FORMA.
           MOVE WRK-VALOR-APLICAR   TO CXA-VALOR.
           MOVE WRK-NUM-ROTA        TO WRK-HIST-ROTA.
           MOVE WRK-HISTORICO-SOBRA TO CXA-HISTORICO.
           WRITE CXA-REG.
           IF CAIXA-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR CAIXA.DAT. STATUS: '
                 CAIXA-STATUS
           END-IF.
      *----------------------------------------------------------------*
       2470-IMPRIMIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-ACERTO.
           WRITE REG-ACERTO.
           PERFORM VARYING WRK-IDX-FORMA FROM 1 BY 1
                 UNTIL WRK-IDX-FORMA > 4
              MOVE WRK-NOME-FORMA(WRK-IDX-FORMA)
                 TO WRK-ACE-NOME-FORMA
              MOVE WRK-FORMA-TOTAL(WRK-IDX-FORMA)
                 TO WRK-ACE-VALOR-FORMA
              WRITE REG-ACERTO FROM WRK-ACE-FORMA
           END-PERFORM.
           MOVE 'TOTAL DEVIDO........: ' TO WRK-ACE-TOT-ROTULO.
           MOVE WRK-TOTAL-DEVIDO         TO WRK-ACE-TOT-VALOR.
           WRITE REG-ACERTO FROM WRK-ACE-TOTAL.
           MOVE 'TOTAL PRESTADO......: ' TO WRK-ACE-TOT-ROTULO.
           MOVE WRK-TOTAL-PRESTADO       TO WRK-ACE-TOT-VALOR.
           WRITE REG-ACERTO FROM WRK-ACE-TOTAL.
           MOVE 'FALTAS DO MOTORISTA.: ' TO WRK-ACE-TOT-ROTULO.
           MOVE WRK-TOTAL-FALTA          TO WRK-ACE-TOT-VALOR.
           WRITE REG-ACERTO FROM WRK-ACE-TOTAL.
           MOVE 'SOBRAS DO MOTORISTA.: ' TO WRK-ACE-TOT-ROTULO.
           MOVE WRK-TOTAL-SOBRA          TO WRK-ACE-TOT-VALOR.
           WRITE REG-ACERTO FROM WRK-ACE-TOTAL.
           DISPLAY 'DEVIDO: ' WRK-TOTAL-DEVIDO ' PRESTADO: '
              WRK-TOTAL-PRESTADO.
           IF WRK-TOTAL-FALTA > ZEROS
              DISPLAY 'FALTA DO MOTORISTA: ' WRK-TOTAL-FALTA
           END-IF.
           IF WRK-TOTAL-SOBRA > ZEROS
              DISPLAY 'SOBRA DO MOTORISTA: ' WRK-TOTAL-SOBRA
           END-IF.
      *----------------------------------------------------------------*
       2500-EXPEDIR-TRANSPORTADORA SECTION.
      *----------------------------------------------------------------*
      *    OS PEDIDOS FATURADOS SEM ROTA ATE A DATA INFORMADA, COTADOS
      *    PARA A TRANSPORTADORA (SO OS DA UF PEDIDA, SE HOUVER), SAEM
      *    NUMA ROTA DELA E NO ARQUIVO DE EMBARQUE DO DIA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'TRANSPORTADORA: '.
           MOVE SPACES TO WRK-TRANSP-EXPEDIR.
           ACCEPT WRK-TRANSP-EXPEDIR FROM CONSOLE.
           INSPECT WRK-TRANSP-EXPEDIR CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'FATURADOS ATE (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-ROTA FROM CONSOLE.
           IF WRK-DATA-ROTA = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-ROTA
           END-IF.
           DISPLAY 'UF DE DESTINO (BRANCO = TODAS): '.
           MOVE SPACES TO WRK-UF-EXPEDIR.
           ACCEPT WRK-UF-EXPEDIR FROM CONSOLE.
           INSPECT WRK-UF-EXPEDIR CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WRK-TRANSP-EXPEDIR = SPACES
              DISPLAY 'TRANSPORTADORA NAO INFORMADA!'
           ELSE
              PERFORM 2150-PROXIMA-ROTA
              MOVE WRK-PROXIMA-ROTA   TO ROTA-NUMERO
              MOVE WRK-TRANSP-EXPEDIR TO WRK-EMB-TRANSP
              MOVE WRK-DATA-ATUAL     TO WRK-EMB-DATA
              MOVE 'N'   TO WRK-EMBARQUE-ABERTO
              MOVE ZEROS TO WRK-QTD-ROTA WRK-PESO-ROTA WRK-VOLUME-ROTA
              MOVE 'N'   TO WRK-FIM-BUSCA
              MOVE ZEROS TO PEDIDOS-NUMERO
              START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-BUSCA
              END-START
              PERFORM UNTIL WRK-FIM-BUSCA = 'S'
                 READ PEDIDOS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-BUSCA
                 END-READ
                 IF WRK-FIM-BUSCA NOT = 'S'
                       AND PEDIDOS-STATUS NOT = 00
                    MOVE 'S' TO WRK-FIM-BUSCA
                 END-IF
                 IF WRK-FIM-BUSCA NOT = 'S'
                       AND PEDIDOS-SITUACAO = 'F'
                       AND PEDIDOS-ROTA = ZEROS
                       AND PEDIDOS-DATA <= WRK-DATA-ROTA
                       AND PEDIDOS-TRANSPORTADORA = WRK-TRANSP-EXPEDIR
                    PERFORM 2510-EXPEDIR-PEDIDO
                 END-IF
              END-PERFORM
              IF WRK-EMBARQUE-ABERTO = 'S'
                 CLOSE EMBARQUE
              END-IF

              IF WRK-QTD-ROTA = ZEROS
                 DISPLAY 'NENHUM PEDIDO A EXPEDIR PELA TRANSPORTADORA '
                    WRK-TRANSP-EXPEDIR '.'
              ELSE
                 MOVE WRK-DATA-ATUAL     TO ROTA-DATA
                 MOVE SPACES             TO ROTA-MOTORISTA
                                            ROTA-VEICULO
                 STRING 'TRANSPORTADORA ' DELIMITED BY SIZE
                    WRK-TRANSP-EXPEDIR DELIMITED BY SIZE
                    INTO ROTA-MOTORISTA
                 MOVE WRK-QTD-ROTA       TO ROTA-QTD-PEDIDOS
                 MOVE 'A'                TO ROTA-SITUACAO
                 MOVE WRK-PESO-ROTA      TO ROTA-PESO-CARGA
                 MOVE ZEROS              TO ROTA-DT-ACERTO
                                            ROTA-VALOR-DEVIDO
                                            ROTA-VALOR-PRESTADO
                 MOVE WRK-TRANSP-EXPEDIR TO ROTA-TRANSPORTADORA
                 COMPUTE ROTA-VOLUME-CARGA ROUNDED =
                    WRK-VOLUME-ROTA / 1000000
                 WRITE ROTA-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 IF ROTAS-STATUS = 00
                    DISPLAY 'ROTA ' ROTA-NUMERO ' DA TRANSPORTADORA '
                       WRK-TRANSP-EXPEDIR ' GRAVADA COM '
                       WRK-QTD-ROTA ' PEDIDOS.'
                    DISPLAY 'ARQUIVO DE EMBARQUE: ' WRK-EMBARQUE-PATH
                 ELSE
                    DISPLAY 'ERRO AO GRAVAR ROTA. STATUS: '
                       ROTAS-STATUS
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2510-EXPEDIR-PEDIDO SECTION.
      *----------------------------------------------------------------*
           MOVE PEDIDOS-FONE-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CLIENTES-STATUS NOT = 00
              INITIALIZE CLIENTES-REG
              MOVE PEDIDOS-FONE-CLIENTE TO CLIENTES-FONE
           END-IF.
           IF WRK-UF-EXPEDIR = SPACES
                 OR CLIENTES-UF = WRK-UF-EXPEDIR
              PERFORM 2115-CALCULAR-PEDIDO
              MOVE ROTA-NUMERO TO PEDIDOS-ROTA
              REWRITE PEDIDOS-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF PEDIDOS-STATUS = 00
                 PERFORM 2520-GRAVAR-EMBARQUE
                 ADD 1 TO WRK-QTD-ROTA
                 ADD WRK-PESO-PED   TO WRK-PESO-ROTA
                 ADD WRK-VOLUME-PED TO WRK-VOLUME-ROTA
                 DISPLAY 'PEDIDO ' PEDIDOS-NUMERO ' EXPEDIDO.'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2520-GRAVAR-EMBARQUE SECTION.
      *----------------------------------------------------------------*
           IF WRK-EMBARQUE-ABERTO = 'N'
              OPEN EXTEND EMBARQUE
              IF EMBARQUE-STATUS = 35
                 OPEN OUTPUT EMBARQUE
              END-IF
              IF EMBARQUE-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR ' WRK-EMBARQUE-PATH
                    '. STATUS: ' EMBARQUE-STATUS
              END-IF
              MOVE 'S' TO WRK-EMBARQUE-ABERTO
           END-IF.
           MOVE WRK-TRANSP-EXPEDIR    TO EMB-TRANSPORTADORA.
           MOVE WRK-DATA-ATUAL        TO EMB-DATA.
           MOVE ROTA-NUMERO           TO EMB-ROTA.
           MOVE PEDIDOS-NUMERO        TO EMB-PEDIDO.
           MOVE PEDIDOS-NUMERO-FATURA TO EMB-NOTA.
           MOVE CLIENTES-NOME         TO EMB-DESTINATARIO.
           IF CLIENTES-TIPO-PESSOA = 'J'
              MOVE CLIENTES-CNPJ      TO EMB-CPF-CNPJ
           ELSE
              MOVE CLIENTES-CPF       TO EMB-CPF-CNPJ
           END-IF.
           MOVE CLIENTES-LOGRADOURO   TO EMB-LOGRADOURO.
           MOVE CLIENTES-NUM-END      TO EMB-NUM-END.
           MOVE CLIENTES-CIDADE       TO EMB-CIDADE.
           MOVE CLIENTES-UF           TO EMB-UF.
           MOVE CLIENTES-CEP          TO EMB-CEP.
           MOVE PEDIDOS-FONE-CLIENTE  TO EMB-FONE.
           MOVE WRK-PESO-PED          TO EMB-PESO.
           COMPUTE EMB-CUBAGEM ROUNDED = WRK-VOLUME-PED / 1000000.
      *    VOLUMES: AS UNIDADES A ENTREGAR, FRACAO CONTA UM VOLUME.
           COMPUTE EMB-VOLUMES = WRK-QTD-UNIDADES + 0.99.
           IF EMB-VOLUMES = ZEROS
              MOVE 1 TO EMB-VOLUMES
           END-IF.
           MOVE PEDIDOS-VALOR         TO EMB-VALOR-DECLARADO.
           WRITE EMB-REG.
      *----------------------------------------------------------------*
       2600-IMPORTAR-OCORRENCIAS SECTION.
      *----------------------------------------------------------------*
      *    APLICA O ARQUIVO DE OCORRENCIAS DAS TRANSPORTADORAS:
      *    ENTREGUE AVANCA O PEDIDO COMO A CONFIRMACAO MANUAL (ENTREGA
      *    TOTAL, NA DATA DA OCORRENCIA); ENDERECO NAO LOCALIZADO E
      *    RECUSA DEVOLVEM O PEDIDO A FILA DE ROTAS E VAO PARA O
      *    ATENDIMENTO; EM TRANSITO SO E CONTADO. NO FIM FECHA AS
      *    ROTAS QUE NAO TEM MAIS PEDIDO PENDENTE.
           OPEN INPUT OCORRENCIAS.
           IF OCORRENCIAS-STATUS NOT = 00
              DISPLAY 'OCORTRANSP.TRN INDISPONIVEL. STATUS: '
                 OCORRENCIAS-STATUS
           ELSE
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              OPEN OUTPUT EXCECOES
              IF EXCECOES-STATUS NOT = 00
                 DISPLAY 'ERRO AO CRIAR OCORTRANSP.REL. STATUS: '
                    EXCECOES-STATUS
                 CLOSE OCORRENCIAS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WRK-DATA-ATUAL TO WRK-EXC-DATA
                 WRITE REG-EXCECOES FROM WRK-EXC-CABEC1
                 WRITE REG-EXCECOES FROM WRK-EXC-CABEC2
                 MOVE ZEROS TO WRK-QTD-OCORRENCIAS WRK-QTD-OCO-ENTREGUES
                               WRK-QTD-OCO-TRANSITO WRK-QTD-EXCECOES
                               WRK-QTD-OCO-DEVOLVIDOS WRK-QTD-ROTAS-OCO
                 MOVE 'S' TO WRK-AUTOMATICO
                 MOVE 'N' TO WRK-FIM-OCORRENCIAS
                 PERFORM UNTIL WRK-FIM-OCORRENCIAS = 'S'
                    READ OCORRENCIAS
                       AT END
                          MOVE 'S' TO WRK-FIM-OCORRENCIAS
                    END-READ
                    IF WRK-FIM-OCORRENCIAS NOT = 'S'
                       ADD 1 TO WRK-QTD-OCORRENCIAS
                       PERFORM 2610-APLICAR-OCORRENCIA
                    END-IF
                 END-PERFORM
                 MOVE 'N' TO WRK-AUTOMATICO
                 CLOSE OCORRENCIAS
                 PERFORM 2630-FECHAR-ROTAS

                 MOVE WRK-QTD-OCORRENCIAS    TO WRK-EXC-TOT-LIDAS
                 MOVE WRK-QTD-OCO-ENTREGUES  TO WRK-EXC-TOT-ENTREGUES
                 MOVE WRK-QTD-OCO-TRANSITO   TO WRK-EXC-TOT-TRANSITO
                 MOVE WRK-QTD-OCO-DEVOLVIDOS TO WRK-EXC-TOT-DEVOLVIDOS
                 MOVE WRK-QTD-EXCECOES       TO WRK-EXC-TOT-EXCECOES
                 MOVE SPACES TO REG-EXCECOES
                 WRITE REG-EXCECOES
                 WRITE REG-EXCECOES FROM WRK-EXC-TOTAL
                 CLOSE EXCECOES
      *          GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
                 MOVE 'ENTREGAS'        TO SPL-PROGRAMA
                 MOVE 'OCORTRANSP.REL'  TO SPL-RELATORIO
                 CALL 'SPOOLREG' USING SPL-PARAMETROS
                 DISPLAY 'OCORRENCIAS: ' WRK-QTD-OCORRENCIAS
                    ' ENTREGUES: ' WRK-QTD-OCO-ENTREGUES
                    ' DEVOLVIDOS: ' WRK-QTD-OCO-DEVOLVIDOS
                 DISPLAY 'EXCECOES PARA O ATENDIMENTO EM '
                    'OCORTRANSP.REL: ' WRK-QTD-EXCECOES
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2610-APLICAR-OCORRENCIA SECTION.
      *----------------------------------------------------------------*
           INSPECT OCO-CODIGO CONVERTING 'taer' TO 'TAER'.
           INSPECT OCO-TRANSPORTADORA CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF OCO-DATA = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-OCORRENCIA
           ELSE
              MOVE OCO-DATA       TO WRK-DATA-OCORRENCIA
           END-IF.
           MOVE OCO-PEDIDO TO PEDIDOS-NUMERO.
           READ PEDIDOS
              INVALID KEY
                 CONTINUE
           END-READ.
           MOVE SPACES TO ROTA-TRANSPORTADORA.
           IF PEDIDOS-STATUS = 00
              MOVE PEDIDOS-FONE-CLIENTE TO CLIENTES-FONE
              READ CLIENTES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF CLIENTES-STATUS NOT = 00
                 MOVE SPACES TO CLIENTES-NOME
              END-IF
              IF PEDIDOS-ROTA > ZEROS
                 MOVE PEDIDOS-ROTA TO ROTA-NUMERO
                 READ ROTAS
                    INVALID KEY
                       MOVE SPACES TO ROTA-TRANSPORTADORA
                 END-READ
              END-IF
           ELSE
              MOVE SPACES TO CLIENTES-NOME
              MOVE ZEROS  TO PEDIDOS-FONE-CLIENTE
           END-IF.

           EVALUATE TRUE
              WHEN PEDIDOS-STATUS NOT = 00
                 MOVE 'PEDIDO INEXISTENTE' TO WRK-OCO-SITUACAO
                 PERFORM 2620-APONTAR-EXCECAO
              WHEN PEDIDOS-SITUACAO = 'E'
      *          OCORRENCIA REPETIDA DE PEDIDO JA ENTREGUE.
                 CONTINUE
              WHEN PEDIDOS-SITUACAO NOT = 'F'
                 MOVE 'PEDIDO NAO FATURADO' TO WRK-OCO-SITUACAO
                 PERFORM 2620-APONTAR-EXCECAO
              WHEN PEDIDOS-ROTA = ZEROS
                 MOVE 'PEDIDO SEM EXPEDICAO' TO WRK-OCO-SITUACAO
                 PERFORM 2620-APONTAR-EXCECAO
              WHEN ROTA-TRANSPORTADORA NOT = OCO-TRANSPORTADORA
                 MOVE 'EXPEDIDO POR OUTRA TRANSP.' TO WRK-OCO-SITUACAO
                 PERFORM 2620-APONTAR-EXCECAO
              WHEN OCO-CODIGO = 'T'
                 ADD 1 TO WRK-QTD-OCO-TRANSITO
              WHEN OCO-CODIGO = 'E'
                 MOVE PEDIDOS-ROTA TO WRK-NUM-ROTA
                 PERFORM 2640-ANOTAR-ROTA
                 PERFORM 2220-EFETIVAR-ENTREGA
                 IF PEDIDOS-SITUACAO = 'E'
                    ADD 1 TO WRK-QTD-OCO-ENTREGUES
                 END-IF
              WHEN OCO-CODIGO = 'A' OR OCO-CODIGO = 'R'
                 MOVE PEDIDOS-ROTA TO WRK-NUM-ROTA
                 PERFORM 2640-ANOTAR-ROTA
                 IF OCO-CODIGO = 'A'
                    MOVE 'ENDERECO NAO LOCALIZ' TO WRK-MOTIVO-DEV
                    MOVE 'ENDERECO NAO LOCALIZADO' TO WRK-OCO-SITUACAO
                 ELSE
                    MOVE 'RECUSADO'             TO WRK-MOTIVO-DEV
                    MOVE 'RECUSADO PELO DESTINATARIO'
                       TO WRK-OCO-SITUACAO
                 END-IF
                 MOVE ZEROS TO PEDIDOS-ROTA
                 REWRITE PEDIDOS-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 MOVE 'D' TO WRK-RESULTADO
                 PERFORM 2250-GRAVAR-LOG
                 ADD 1 TO WRK-QTD-OCO-DEVOLVIDOS
                 PERFORM 2620-APONTAR-EXCECAO
              WHEN OTHER
                 MOVE 'OCORRENCIA DESCONHECIDA' TO WRK-OCO-SITUACAO
                 PERFORM 2620-APONTAR-EXCECAO
           END-EVALUATE.
      *----------------------------------------------------------------*
       2620-APONTAR-EXCECAO SECTION.
      *----------------------------------------------------------------*
           MOVE OCO-PEDIDO           TO WRK-EXC-PEDIDO.
           MOVE OCO-TRANSPORTADORA   TO WRK-EXC-TRANSP.
           MOVE OCO-NOTA             TO WRK-EXC-NOTA.
           MOVE WRK-DATA-OCORRENCIA  TO WRK-EXC-DT-OCO.
           MOVE CLIENTES-NOME        TO WRK-EXC-NOME.
           MOVE PEDIDOS-FONE-CLIENTE TO WRK-EXC-FONE.
           MOVE WRK-OCO-SITUACAO     TO WRK-EXC-SITUACAO.
           MOVE OCO-OBSERVACAO       TO WRK-EXC-OBS.
           WRITE REG-EXCECOES FROM WRK-EXC-DETALHE.
           ADD 1 TO WRK-QTD-EXCECOES.
      *----------------------------------------------------------------*
       2630-FECHAR-ROTAS SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-IDX-ROTA-OCO FROM 1 BY 1
                 UNTIL WRK-IDX-ROTA-OCO > WRK-QTD-ROTAS-OCO
              MOVE WRK-ROTA-OCO(WRK-IDX-ROTA-OCO) TO WRK-NUM-ROTA
              PERFORM 2410-CONTAR-PENDENTES
              MOVE WRK-NUM-ROTA TO ROTA-NUMERO
              READ ROTAS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF ROTAS-STATUS = 00
                    AND ROTA-SITUACAO = 'A'
                    AND WRK-QTD-PENDENTES = ZEROS
                 MOVE 'F' TO ROTA-SITUACAO
                 REWRITE ROTA-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 DISPLAY 'ROTA ' WRK-NUM-ROTA ' FECHADA.'
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2640-ANOTAR-ROTA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-ACHOU-ROTA.
           PERFORM VARYING WRK-IDX-ROTA-OCO FROM 1 BY 1
                 UNTIL WRK-IDX-ROTA-OCO > WRK-QTD-ROTAS-OCO
              IF WRK-ROTA-OCO(WRK-IDX-ROTA-OCO) = WRK-NUM-ROTA
                 MOVE 'S' TO WRK-ACHOU-ROTA
              END-IF
           END-PERFORM.
           IF WRK-ACHOU-ROTA = 'N' AND WRK-QTD-ROTAS-OCO < 50
              ADD 1 TO WRK-QTD-ROTAS-OCO
              MOVE WRK-NUM-ROTA TO WRK-ROTA-OCO(WRK-QTD-ROTAS-OCO)
           END-IF.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           IF WRK-LOTES-ABERTO = 'S'
              CLOSE LOTES
           END-IF.
           IF WRK-VEICULOS-ABERTO = 'S'
              CLOSE VEICULOS
           END-IF.
           IF WRK-CONDPAG-ABERTO = 'S'
              CLOSE CONDPAG
           END-IF.
           IF WRK-CONTASREC-ABERTO = 'S'
              CLOSE CONTASREC
           END-IF.
           CLOSE CRPAGTOS.
      *----------------------------------------------------------------*
