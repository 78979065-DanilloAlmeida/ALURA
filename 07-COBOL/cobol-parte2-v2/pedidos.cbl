              FILE STATUS IS PRECOCLI-STATUS
              RECORD KEY PC-CHAVE.

           SELECT PROMOCOES ASSIGN TO WRK-PROMOCOES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PROMOCOES-STATUS
              RECORD KEY PROM-CHAVE.

           SELECT VENDEDORES ASSIGN TO WRK-VENDEDORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS VENDEDORES-STATUS
              RECORD KEY VEND-CHAVE.

           SELECT SUBSTITUTOS ASSIGN TO WRK-SUBSTITUTOS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SUBSTITUTOS-STATUS
              RECORD KEY SUBST-CHAVE.

           SELECT SUBSTLOG ASSIGN TO 'SUBSTITUTOS.LOG'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUBSTLOG-STATUS.

      *    IMPORTACAO DOS PEDIDOS DA LOJA VIRTUAL (PEDIDOS_MODO =
      *    IMPORTACAO): TRANSACOES, REJEITADOS COM O MOTIVO, PONTO DE
      *    REINICIO, REGISTRO DOS PEDIDOS GERADOS E A RAZAO DO
      *    CADASTRO DE CLIENTES PARA OS CLIENTES NOVOS.
           SELECT PEDWEB ASSIGN TO 'PEDWEB.TRN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PEDWEB-STATUS.

           SELECT PEDWEBERR ASSIGN TO 'PEDWEB.ERR'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PEDWEBERR-STATUS.

           SELECT PEDWEBCKP ASSIGN TO 'PEDWEB.CKP'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PEDWEBCKP-STATUS.

           SELECT PEDWEBLOG ASSIGN TO 'PEDWEB.LOG'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PEDWEBLOG-STATUS.

           SELECT CLIJOURNAL ASSIGN TO 'CLIENTES.JRN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLIJOURNAL-STATUS.

           SELECT ACESSOS ASSIGN TO 'ACESSOS.LOG'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACESSOS-STATUS.
           SELECT VENDAS-ACM ASSIGN TO 'VENDASACM.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VENDAS-ACM-STATUS.

           SELECT ESTVENDA ASSIGN TO 'ESTVENDA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTVENDA-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
      *-------------
       FD PRECOCLI.
       COPY 'precocli-reg.cpy'.
      *-------------
       FD PROMOCOES.
       COPY 'promocoes-reg.cpy'.
      *-------------
       FD VENDEDORES.
       COPY 'vendedores-reg.cpy'.
      *-------------
      *    REGISTRO DE TENTATIVAS DE ACESSO NEGADAS PELO PERFIL DO
      *    OPERADOR, PARA AUDITORIA.
          05 ACM-ANO     PIC 9(04).
          05 ACM-MES     PIC 9(02).
          05 ACM-VALOR   PIC 9(10)V99.
      *-------------
       FD ESTVENDA.
       COPY 'estvenda-reg.cpy'.
      *-------------
       FD SUBSTITUTOS.
       COPY 'substitutos-reg.cpy'.
      *-------------
       FD SUBSTLOG.
       COPY 'substlog-reg.cpy'.
      *-------------
      *    LINHA DA LOJA VIRTUAL, LIDA NESTE BUFFER E INTERPRETADA EM
      *    WEB-LINHA (VER pedweb-reg.cpy).
       FD PEDWEB.
       01 PEDWEB-REG.
          05 PWB-TIPO             PIC X(01).
          05 FILLER               PIC X(199).
      *-------------
      *    PEDIDOS REJEITADOS, LINHA A LINHA NO MESMO DESENHO DO
      *    PEDWEB.TRN MAIS O CODIGO DO MOTIVO NO FIM, COMO O
      *    CLIENTES.ERR DA CARGA DE CLIENTES: CORRIGIDO, O ARQUIVO
      *    VOLTA DIRETO PELA IMPORTACAO (O MOTIVO EXCEDENTE E
      *    IGNORADO NA LEITURA).
      *    MOTIVOS: 01 = CLIENTE INATIVO, 02 = CPF INVALIDO,
      *             03 = CNPJ INVALIDO, 04 = ERRO AO INCLUIR CLIENTE,
      *             05 = CADASTRO DO CLIENTE EM USO,
      *             06 = PRODUTO NAO ENCONTRADO,
      *             07 = ESTOQUE INSUFICIENTE,
      *             08 = COMPONENTE DO KIT SEM SALDO,
      *             09 = PEDIDO SEM ITENS OU COM MAIS DE 10 ITENS,
      *             10 = CLIENTE BLOQUEADO PELO FINANCEIRO,
      *             11 = LIMITE DE CREDITO, 12 = ERRO AO GRAVAR,
      *             13 = CONDICAO DE PAGAMENTO NAO CADASTRADA,
      *             14 = VENDEDOR INEXISTENTE OU INATIVO,
      *             15 = QUANTIDADE INVALIDA,
      *             16 = LINHA FORA DE ORDEM OU DE OUTRA REFERENCIA,
      *             17 = FONE DO CLIENTE INVALIDO,
      *             18 = CEP DO CLIENTE NOVO NAO CADASTRADO,
      *             19 = CIDADE/UF DO CLIENTE NOVO NAO CONFERE COM
      *                  O CEP,
      *             20 = COMPETENCIA DE VENDAS FECHADA.
       FD PEDWEBERR.
       01 ERRW-REG.
          05 ERRW-LINHA           PIC X(200).
          05 ERRW-MOTIVO          PIC 9(02).
      *-------------
      *    QUANTIDADE DE PEDIDOS DO PEDWEB.TRN JA TRATADOS (GRAVADOS
      *    OU REJEITADOS), REGRAVADA A CADA PEDIDO.
       FD PEDWEBCKP.
       01 CKPW-REG.
          05 CKPW-QTD-PEDIDOS     PIC 9(06).
      *-------------
      *    REFERENCIA DA LOJA X PEDIDO GERADO, ACUMULADO ENTRE AS
      *    RODADAS, PARA A CONFERENCIA COM A LOJA VIRTUAL.
       FD PEDWEBLOG.
       01 WBL-REG.
          05 WBL-DATA             PIC 9(08).
          05 FILLER               PIC X(01).
          05 WBL-HORA             PIC 9(06).
          05 FILLER               PIC X(01).
          05 WBL-REFERENCIA       PIC X(20).
          05 FILLER               PIC X(01).
          05 WBL-PEDIDO           PIC 9(09).
          05 FILLER               PIC X(01).
          05 WBL-FONE             PIC 9(09).
          05 FILLER               PIC X(01).
          05 WBL-VALOR            PIC 9(07)V99.
          05 FILLER               PIC X(01).
          05 WBL-SITUACAO         PIC X(01).
      *-------------
      *    RAZAO DO CADASTRO DE CLIENTES (CLIENTES.JRN), NO DESENHO
      *    DO CLIENTES E DO CLIENTESLOAD, PARA O CLIENTE NOVO QUE
      *    ENTRA PELA IMPORTACAO.
       FD CLIJOURNAL.
       01 CJR-REG.
          05 CJR-DATA                 PIC 9(08).
          05 CJR-HORA                 PIC 9(06).
          05 CJR-OPERACAO             PIC X(01).
          05 CJR-ANTES.
             10 CJR-ANTES-FONE        PIC 9(09).
             10 CJR-ANTES-NOME        PIC X(30).
             10 CJR-ANTES-EMAIL       PIC X(40).
             10 CJR-ANTES-CPF         PIC 9(11).
             10 CJR-ANTES-SITUACAO    PIC X(01).
             10 CJR-ANTES-ENDERECO    PIC X(66).
          05 CJR-DEPOIS.
             10 CJR-DEPOIS-FONE       PIC 9(09).
             10 CJR-DEPOIS-NOME       PIC X(30).
             10 CJR-DEPOIS-EMAIL      PIC X(40).
             10 CJR-DEPOIS-CPF        PIC 9(11).
             10 CJR-DEPOIS-SITUACAO   PIC X(01).
             10 CJR-DEPOIS-ENDERECO   PIC X(66).
          05 CJR-OPERADOR             PIC X(08).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'kits-cfg.cpy'.
       COPY 'lotes-cfg.cpy'.
       COPY 'precocli-cfg.cpy'.
       COPY 'promocoes-cfg.cpy'.
       COPY 'vendedores-cfg.cpy'.
       COPY 'substitutos-cfg.cpy'.
       77 PEDIDOS-STATUS       PIC   9(02).
       77 PEDITENS-STATUS      PIC   9(02).
       77 CLIENTES-STATUS      PIC   9(02).
       77 VENDAS-LOG-STATUS    PIC   9(02).
       77 WRK-VENDLOG-PATH     PIC   X(30).
       77 VENDAS-ACM-STATUS    PIC   9(02).
      *    VENDEDOR DA VENDA, DIGITADO NA INCLUSAO E CONFERIDO NO
      *    CADASTRO DE VENDEDORES (SO ATIVO). SEM O CADASTRO, O
      *    PEDIDO SAI SEM VENDEDOR E POSTA COMO 'PEDIDOS'.
       77 VENDEDORES-STATUS    PIC   9(02).
       77 WRK-VENDEDORES-ABERTO PIC  X(01) VALUE 'N'.
       77 WRK-VENDEDOR         PIC   X(10).
       77 WRK-VENDEDOR-OK      PIC   X(01).
       77 WRK-VPC-ULTIMA-DATA  PIC   9(08).
       77 WRK-FIM-ACM          PIC   X(01).
       77 WRK-IDX-ACM          PIC   9(02).
       77 WRK-DIAS-PARCELA     PIC   9(05).
       77 WRK-FIM-TITULOS      PIC   X(01).
       77 WRK-QTD-CANCELADOS   PIC   9(02).
       77 ESTVENDA-STATUS      PIC   9(02).
      *    CONFERENCIA DO LIMITE DE CREDITO NA GRAVACAO DO PEDIDO:
      *    TITULOS EM ABERTO MAIS PEDIDOS AINDA NAO FATURADOS DO
      *    CLIENTE, CONTRA O LIMITE DO CADASTRO (ZERO = SEM
      *    TODA TENTATIVA FICA EM CREDITO.LOG.
       77 CREDITOLOG-STATUS    PIC   9(02).
       77 WRK-CREDITO-OK       PIC   X(01).
      *    'S' = CONDICAO A PRAZO (SO ELA PASSA PELO CREDITO); 'N' =
      *    A VISTA, PARCELA UNICA COBRADA NA EMISSAO.
       77 WRK-A-PRAZO          PIC   X(01).
       77 WRK-LIMITE-CLIENTE   PIC   9(07)V99.
       77 WRK-EXPOSICAO        PIC   9(11)V99.
       77 WRK-FONE-CREDITO     PIC   9(09).
       77 WRK-PRECO-CONTRATO   PIC   9(07)V99.
       77 WRK-VIG-CONTRATO     PIC   9(08).
       77 WRK-ECO-CONTRATO     PIC   X(08).
      *    PROMOCAO VIGENTE (PROMOCOES.DAT) SO ENTRA EM LINHA SEM
      *    CONTRATO E SO QUANDO BAIXA O PRECO; A MELHOR GANHA.
       77 PROMOCOES-STATUS     PIC   9(02).
       77 WRK-PROMOCOES-ABERTO PIC   X(01) VALUE 'N'.
       77 WRK-FIM-PROMOCAO     PIC   X(01).
       77 WRK-PROM-ESCOLHIDA   PIC   9(06).
       77 WRK-PRECO-PROMOCAO   PIC   9(07)V99.
       77 WRK-PRECO-FAIXA      PIC   9(07)V99.
       77 WRK-QTD-MIN-FAIXA    PIC   9(05)V99.
       77 WRK-ACHOU-FAIXA      PIC   X(01).
       77 WRK-IDX-FAIXA        PIC   9(01).
      *    ALCADA DE APROVACAO EM CENTAVOS (VARIAVEL DE AMBIENTE
      *    PEDIDO_APROVACAO_CTVS; ZERO OU AUSENTE = SEM ALCADA):
      *    PEDIDO ACIMA DELA NASCE 'P' (PENDENTE DE APROVACAO),
       77 WRK-COMP-NECESSARIO  PIC   S9(08)V99.
       77 WRK-COMP-TEMP        PIC   S9(07)V99.
       77 WRK-KIT-PRECO        PIC   9(07)V99.
      *    KIT ATENDIDO EM PARTE POR KITS JA MONTADOS: QUANTIDADE QUE
      *    SAI DOS MONTADOS E A QUE E EXPLODIDA NOS COMPONENTES.
       77 WRK-KIT-JA-MONTADO   PIC   9(06)V99.
       77 WRK-KIT-MONTADO-DISP PIC   S9(07)V99.
       77 WRK-KIT-QTD-MONTADA  PIC   9(05)V99.
       77 WRK-KIT-QTD-EXPLODIR PIC   9(05)V99.
       77 WRK-MODO-EXECUCAO    PIC   X(10) VALUE SPACES.
       77 WRK-PAGINA           PIC   9(04) VALUE 1.
       77 WRK-LINHAS-PAGINA    PIC   9(02) VALUE 0.
       77 WRK-DESCONTO-MAX-ENV PIC   X(04).
       77 WRK-DESCONTO-MAX-CTM PIC   9(04)      VALUE 1000.
       77 WRK-DESCONTO-OK      PIC   X(01).
      *    PONTOS DE FIDELIDADE RESGATADOS COMO DESCONTO, DENTRO DO
      *    MESMO TETO; O DEBITO NA RAZAO SO SAI DEPOIS DO PEDIDO
      *    GRAVADO.
       77 WRK-PTS-SALDO        PIC   9(09).
       77 WRK-PTS-RESGATE      PIC   9(09).
       77 WRK-PTS-VALOR        PIC   9(07)V99.
       77 WRK-PTS-PCT          PIC   9(02)V99.
       77 WRK-PTS-OK           PIC   X(01).
       COPY 'fidpontos-lnk.cpy'.
      *    ALIQUOTAS DE ICMS POR UF, CARREGADAS DE ICMSUF.DAT; O
      *    PRECO E CHEIO (IMPOSTO POR DENTRO), ENTAO O VALOR DO
      *    ICMS E SO INFORMATIVO E VAI CARIMBADO NO PEDIDO PARA A
             10 WRK-ITEM-VALOR        PIC 9(07)V99.
             10 WRK-ITEM-LOTE         PIC X(10).
             10 WRK-ITEM-CONTRATO     PIC X(01).
             10 WRK-ITEM-MONTADO      PIC X(01).
             10 WRK-ITEM-PROMOCAO     PIC 9(06).
             10 WRK-ITEM-DESC-PROMO   PIC 9(07)V99.

      *    LINHAS JA FORMATADAS PARA EXIBIR OS ITENS NA CONSULTA.
       01 WRK-ITEM-DETALHE.
      *    ANTERIORES DO PEDIDO EM CAPTACAO, PARA O SALDO SER
      *    CONFERIDO CONTRA O PEDIDO INTEIRO E NAO LINHA A LINHA.
       77 WRK-QTD-JA-PEDIDA    PIC   9(06)V99.
      *    SUBSTITUTOS OFERECIDOS QUANDO O SALDO NAO ATENDE O ITEM:
      *    ATE 4, OS DE MENOR PRIORIDADE QUE TEM SALDO PARA A
      *    QUANTIDADE. CADA OFERTA FICA EM SUBSTITUTOS.LOG.
       77 SUBSTITUTOS-STATUS   PIC   9(02).
       77 SUBSTLOG-STATUS      PIC   9(02).
       77 WRK-SUBST-ABERTO     PIC   X(01) VALUE 'N'.
       77 WRK-SUBST-ACEITO     PIC   X(01).
       77 WRK-SUBST-ESCOLHA    PIC   9(01).
       77 WRK-SUBST-ORIGINAL   PIC   9(06).
       77 WRK-SUBST-PRECO-ORIG PIC   9(07)V99.
       77 WRK-SUBST-PRECO      PIC   9(07)V99.
       77 WRK-SUBST-REGRA      PIC   X(01).
       77 WRK-SUBST-JA-PEDIDA  PIC   9(06)V99.
       77 WRK-SUBST-DISP       PIC   S9(06)V99.
       77 WRK-FIM-SUBST        PIC   X(01).
       77 WRK-QTD-SUBST        PIC   9(01).
       77 WRK-IDX-SUBST        PIC   9(01).
       77 WRK-POS-SUBST        PIC   9(01).
       01 WRK-SUBST-TABELA.
          05 WRK-SUBST OCCURS 4 TIMES.
             10 WRK-SUBST-CODIGO     PIC 9(06).
             10 WRK-SUBST-PRIORIDADE PIC 9(02).
             10 WRK-SUBST-REGRA-TAB  PIC X(01).
             10 WRK-SUBST-LINHA      PIC X(70).
       01 WRK-SUBST-AUX.
          05 WRK-SUBST-AUX-CODIGO     PIC 9(06).
          05 WRK-SUBST-AUX-PRIORIDADE PIC 9(02).
          05 WRK-SUBST-AUX-REGRA      PIC X(01).
          05 WRK-SUBST-AUX-LINHA      PIC X(70).
       01 WRK-SUBST-DETALHE.
          05 WRK-SDT-OPCAO    PIC 9(01).
          05 FILLER           PIC X(03) VALUE ' - '.
          05 WRK-SDT-CODIGO   PIC 9(06).
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-SDT-DESCRICAO PIC X(25).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-SDT-DISP     PIC ZZZZ9.99-.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WRK-SDT-DISP-FIL PIC ZZZZ9.99-.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WRK-SDT-PRECO    PIC ZZZZZZ9.99.
      *    IMPORTACAO DA LOJA VIRTUAL: O PEDIDO INTEIRO (CABECALHO E
      *    ITENS) FICA NA TABELA ATE SER GRAVADO OU REJEITADO.
       COPY 'pedweb-reg.cpy'.
       77 PEDWEB-STATUS        PIC   9(02).
       77 PEDWEBERR-STATUS     PIC   9(02).
       77 PEDWEBCKP-STATUS     PIC   9(02).
       77 PEDWEBLOG-STATUS     PIC   9(02).
       77 CLIJOURNAL-STATUS    PIC   9(02).
       77 WRK-WEB-REFERENCIA   PIC   X(20) VALUE SPACES.
       77 WRK-WEB-FIM          PIC   X(01) VALUE 'N'.
       77 WRK-WEB-REINICIO     PIC   X(01) VALUE 'N'.
       77 WRK-WEB-MOTIVO       PIC   9(02).
       77 WRK-WEB-DOC-VALIDO   PIC   X(01).
       77 WRK-WEB-CPF          PIC   9(11).
       77 WRK-WEB-IDX          PIC   9(03).
       77 WRK-WEB-QTD-LINHAS   PIC   9(03).
       77 WRK-WEB-EXCESSO      PIC   9(05).
       77 WRK-WEB-CKP-QTD      PIC   9(06) VALUE 0.
       77 WRK-WEB-QTD-PEDIDOS  PIC   9(06) VALUE 0.
       77 WRK-WEB-QTD-PULADOS  PIC   9(06) VALUE 0.
       77 WRK-WEB-QTD-GRAVADOS PIC   9(06) VALUE 0.
       77 WRK-WEB-QTD-ALCADA   PIC   9(06) VALUE 0.
       77 WRK-WEB-QTD-REJEITADOS PIC 9(06) VALUE 0.
       77 WRK-WEB-QTD-CLIENTES PIC   9(06) VALUE 0.
       77 WRK-WEB-QTD-FORA     PIC   9(06) VALUE 0.
       01 WRK-WEB-PEDIDO.
          05 WRK-WEB-LINHA    PIC X(200) OCCURS 99 TIMES.
      *    ENDERECO DO CLIENTE NOVO CONFERIDO PELA TABELA DE CEP.
       COPY 'cepvalida-lnk.cpy'.
      *    TRAVA DE PERIODO FECHADO: MODULO E DATA DO LANCAMENTO
      *    CONFERIDOS NO PERVALIDA; A DATA PODE VOLTAR TROCADA PELA
      *    DE HOJE QUANDO O OPERADOR ACEITA LANCAR NO PERIODO ATUAL.
       COPY 'pervalida-lnk.cpy'.
       77 WRK-PER-MODULO       PIC   X(01).
       77 WRK-PER-DATA         PIC   9(08).
       77 WRK-PER-COMPETENCIA  PIC   9(06).
       77 WRK-PER-CONFIRMA     PIC   X(01).
       77 WRK-PERIODO-OK       PIC   X(01).
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      *------------------------
       SCREEN SECTION.
      *------------------------
             05 LINE 17 COLUMN 15 VALUE 'TELEFONE CLI.: '.
             05 LINE 17 COLUMN 35 PIC 9(09) USING PEDIDOS-FONE-CLIENTE.

       01 TELA-INCLUSAO-VENDEDOR.
             05 LINE 17 COLUMN 47 VALUE 'VENDEDOR: '.
             05 LINE 17 COLUMN 57 PIC X(10) USING WRK-VENDEDOR.

       01 TELA-INCLUSAO-ITEM.
             05 LINE 18 COLUMN 15 VALUE 'CODIGO PROD..: '.
             05 LINE 18 COLUMN 35 PIC 9(06)
             05 LINE 22 COLUMN 45 VALUE 'DESCONTO %..: '.
             05 LINE 22 COLUMN 59 PIC 9(02)V99 USING WRK-DESCONTO-PCT.

       01 TELA-INCLUSAO-PONTOS.
             05 LINE 20 COLUMN 15 VALUE 'SALDO PONTOS: '.
             05 LINE 20 COLUMN 29 PIC ZZZZZZZZ9 FROM WRK-PTS-SALDO.
             05 LINE 20 COLUMN 45 VALUE 'RESGATAR....: '.
             05 LINE 20 COLUMN 59 PIC 9(09) USING WRK-PTS-RESGATE.

       01 TELA-INCLUSAO-CONDICAO.
             05 LINE 21 COLUMN 45 VALUE 'COND PAGTO..: '.
             05 LINE 21 COLUMN 59 PIC 9(02) USING WRK-COND-PAGTO.

       01 TELA-SUBSTITUTOS.
             05 LINE 08 COLUMN 05 VALUE
                'SUBSTITUTOS COM SALDO     DISP.GERAL DISP.FILIAL'.
             05 LINE 08 COLUMN 59 VALUE 'PRECO'.
             05 LINE 09 COLUMN 05 PIC X(70) FROM WRK-SUBST-LINHA(1).
             05 LINE 10 COLUMN 05 PIC X(70) FROM WRK-SUBST-LINHA(2).
             05 LINE 11 COLUMN 05 PIC X(70) FROM WRK-SUBST-LINHA(3).
             05 LINE 12 COLUMN 05 PIC X(70) FROM WRK-SUBST-LINHA(4).
             05 LINE 13 COLUMN 05 VALUE
                'TROCAR PELO SUBSTITUTO NO. (0 = NAO TROCAR): '.
             05 LINE 13 COLUMN 50 PIC 9(01) USING WRK-SUBST-ESCOLHA.

      *    APAGA A LISTA DE SUBSTITUTOS DEPOIS DA ESCOLHA.
       01 TELA-SUBSTITUTOS-LIMPA.
             05 LINE 08 COLUMN 01 PIC X(01) ERASE EOL.
             05 LINE 09 COLUMN 01 PIC X(01) ERASE EOL.
             05 LINE 10 COLUMN 01 PIC X(01) ERASE EOL.
             05 LINE 11 COLUMN 01 PIC X(01) ERASE EOL.
             05 LINE 12 COLUMN 01 PIC X(01) ERASE EOL.
             05 LINE 13 COLUMN 01 PIC X(01) ERASE EOL.

       01 TELA-BACKORDER.
             05 LINE 20 COLUMN 15 VALUE
                'REGISTRAR FALTA PARA AVISO (S/N)?: '.
             05 LINE 20 COLUMN 50 PIC X(01) USING WRK-REGISTRA-FALTA.

       01 TELA-PERIODO-FECHADO.
             05 LINE 21 COLUMN 15 VALUE 'COMPETENCIA FECHADA: '.
             05 LINE 21 COLUMN 36 PIC 9(06) FROM WRK-PER-COMPETENCIA.
             05 LINE 21 COLUMN 44 VALUE 'LANCAR HOJE (S/N)?: '.
             05 LINE 21 COLUMN 64 PIC X(01) USING WRK-PER-CONFIRMA.

       01 TELA-CREDITO-LIBERA.
             05 LINE 20 COLUMN 15 VALUE 'LIMITE DE CREDITO EXCEDIDO!'.
             05 LINE 20 COLUMN 45 VALUE 'EXPOSICAO: '.
                FROM PEDIDOS-TRANSPORTADORA.
             05 LINE 22 COLUMN 15 VALUE 'SITUACAO.....: '.
             05 LINE 22 COLUMN 35 PIC X(12) FROM WRK-SITUACAO-DESC.
             05 LINE 22 COLUMN 48 VALUE 'VEND: '.
             05 LINE 22 COLUMN 54 PIC X(10) FROM PEDIDOS-VENDEDOR.

       01 TELA-CONSULTA-ITENS.
             05 LINE 04 COLUMN 05 VALUE
      *       MODO BATCH: CHAMADO PELO FECHAMENTO NOTURNO APENAS PARA
      *       REGERAR O RELATORIO EM DISCO, SEM PASSAR PELO MENU.
              PERFORM 5010-RELATORIO-DISCO
           ELSE
           IF WRK-MODO-EXECUCAO = 'IMPORTACAO'
      *       MODO BATCH: CARGA DOS PEDIDOS DA LOJA VIRTUAL.
              PERFORM 6000-IMPORTAR-WEB
           ELSE
              PERFORM UNTIL WRK-OPCAO = 'X' OR WRK-OPCAO = 'x'
                 DISPLAY TELA
                 ACCEPT TELA-MENU
                 PERFORM 2000-PROCESSAR
              END-PERFORM
           END-IF
           END-IF.
           PERFORM 3000-FINALIZAR.
           GOBACK.
              MOVE 'S' TO WRK-PRECOCLI-ABERTO
           END-IF.

           ACCEPT WRK-PROMOCOES-PATH FROM ENVIRONMENT 'PROMOCOES_DAT'.
           IF WRK-PROMOCOES-PATH = SPACES
              MOVE WRK-PROMOCOES-PATH-PADRAO TO WRK-PROMOCOES-PATH
           END-IF.

      *    SEM ARQUIVO DE PROMOCOES, NENHUMA LINHA SAI PROMOCIONAL.
           OPEN INPUT PROMOCOES.
           IF PROMOCOES-STATUS = 00
              MOVE 'S' TO WRK-PROMOCOES-ABERTO
           END-IF.

           ACCEPT WRK-VENDEDORES-PATH FROM ENVIRONMENT
              'VENDEDORES_DAT'.
           IF WRK-VENDEDORES-PATH = SPACES
              MOVE WRK-VENDEDORES-PATH-PADRAO TO WRK-VENDEDORES-PATH
           END-IF.

      *    SEM O CADASTRO DE VENDEDORES, O PEDIDO SAI SEM VENDEDOR.
           OPEN INPUT VENDEDORES.
           IF VENDEDORES-STATUS = 00
              MOVE 'S' TO WRK-VENDEDORES-ABERTO
           END-IF.

           ACCEPT WRK-SUBSTITUTOS-PATH FROM ENVIRONMENT
              'SUBSTITUTOS_DAT'.
           IF WRK-SUBSTITUTOS-PATH = SPACES
              MOVE WRK-SUBSTITUTOS-PATH-PADRAO TO WRK-SUBSTITUTOS-PATH
           END-IF.

      *    SEM O CADASTRO DE SUBSTITUTOS, A FALTA SO OFERECE
      *    BACKORDER, COMO ANTES.
           OPEN INPUT SUBSTITUTOS.
           IF SUBSTITUTOS-STATUS = 00
              MOVE 'S' TO WRK-SUBST-ABERTO
           END-IF.

      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'PEDIDO_APROVACAO_CTVS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-ALCADA-CTVS
           END-IF.
           ACCEPT WRK-ALCADA-ENV
              FROM ENVIRONMENT 'PEDIDO_APROVACAO_CTVS'.
           IF WRK-ALCADA-ENV NOT = SPACES
              CLOSE UF-FRETE
           END-IF.

           MOVE 'FRETE_GRATIS_CENTAVOS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-FRETE-GRATIS-CTVS
           END-IF.
           ACCEPT WRK-FRETE-GRATIS-ENV FROM ENVIRONMENT
              'FRETE_GRATIS_CENTAVOS'.
           IF WRK-FRETE-GRATIS-ENV NOT = SPACES
           COMPUTE WRK-VALOR-FRETE-GRATIS =
              WRK-FRETE-GRATIS-CTVS / 100.

           MOVE 'DESCONTO_MAX_CTM' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-DESCONTO-MAX-CTM
           END-IF.
           ACCEPT WRK-DESCONTO-MAX-ENV FROM ENVIRONMENT
              'DESCONTO_MAX_CTM'.
           IF WRK-DESCONTO-MAX-ENV NOT = SPACES
                    ACCEPT WRK-TECLA AT 2060
                 ELSE
                    MOVE CLIENTES-UF TO WRK-UF-PEDIDO
                    PERFORM 4008-CAPTURAR-VENDEDOR
                    PERFORM 4005-DIGITAR-ITENS
                 END-IF
              WHEN OTHER
                 DISPLAY 'CLIENTE NAO ENCONTRADO!' AT 2001
                 ACCEPT WRK-TECLA AT 2060
           END-EVALUATE.
      *----------------------------------------------------------------*
       4008-CAPTURAR-VENDEDOR SECTION.
      *----------------------------------------------------------------*
      *    VENDEDOR QUE FECHOU A VENDA, CONFERIDO NO CADASTRO: SO
      *    VENDEDOR ATIVO. E ELE QUE A POSTAGEM LEVA PARA A RAZAO DE
      *    VENDAS, PARA O PEDIDO CONTAR NA COMISSAO E NA META. SEM O
      *    CADASTRO ABERTO, O PEDIDO SEGUE SEM VENDEDOR. CODIGO EM
      *    BRANCO TAMBEM: VENDA SEM VENDEDOR, FORA DA COMISSAO.
           MOVE SPACES TO WRK-VENDEDOR.
           IF WRK-VENDEDORES-ABERTO NOT = 'S'
              DISPLAY 'CADASTRO DE VENDEDORES INDISPONIVEL!' AT 2001
              MOVE 'S' TO WRK-VENDEDOR-OK
           ELSE
              MOVE 'N' TO WRK-VENDEDOR-OK
           END-IF.
           PERFORM UNTIL WRK-VENDEDOR-OK = 'S'
              ACCEPT TELA-INCLUSAO-VENDEDOR
              IF WRK-VENDEDOR = SPACES
                 MOVE 'S' TO WRK-VENDEDOR-OK
              ELSE
                 MOVE WRK-VENDEDOR TO VEND-CODIGO
                 READ VENDEDORES
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF VENDEDORES-STATUS = 00
                    IF VEND-SITUACAO = 'I'
                       DISPLAY 'VENDEDOR INATIVO!        ' AT 2001
                       MOVE SPACES TO WRK-VENDEDOR
                    ELSE
                       MOVE 'S' TO WRK-VENDEDOR-OK
                    END-IF
                 ELSE
                    DISPLAY 'VENDEDOR NAO CADASTRADO!        ' AT 2001
                    MOVE SPACES TO WRK-VENDEDOR
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       4005-DIGITAR-ITENS SECTION.
      *----------------------------------------------------------------*

           PERFORM UNTIL WRK-MAIS-ITENS NOT = 'S'
                 OR WRK-QTD-ITENS >= 10
              PERFORM 4007-LIMPAR-ITEM
              ACCEPT TELA-INCLUSAO-ITEM
              PERFORM 4010-LOCALIZAR-PRODUTO
              MOVE 'N' TO WRK-SUBST-ACEITO
              IF WRK-ITEM-OK NOT = 'S'
                    AND WRK-MSG-ITEM = 'ESTOQUE INSUFICIENTE!'
                 DISPLAY WRK-MSG-ITEM AT 2001
                 PERFORM 4019-OFERECER-SUBSTITUTO
              END-IF
              IF WRK-ITEM-OK = 'S'
                 PERFORM 4006-GUARDAR-ITEM
                 DISPLAY TELA-INCLUSAO-ITEM-ECO
                 IF WRK-QTD-ITENS < 10
                    MOVE SPACES TO WRK-MAIS-ITENS
           ELSE
              PERFORM 4020-GRAVAR-PEDIDO
           END-IF.
      *----------------------------------------------------------------*
       4006-GUARDAR-ITEM SECTION.
      *----------------------------------------------------------------*
      *    ACRESCENTA A LINHA VALIDADA PELO 4010 NA TABELA DO PEDIDO
      *    (DIGITACAO NO BALCAO E IMPORTACAO DA LOJA VIRTUAL). KIT
      *    ATENDIDO EM PARTE POR KITS MONTADOS SAI EM DUAS LINHAS: A
      *    PARTE MONTADA NUMA LINHA 'M' PROPRIA E O RESTANTE, QUE
      *    SERA EXPLODIDO NOS COMPONENTES, NA LINHA DIGITADA.
           IF WRK-KIT-QTD-MONTADA > ZEROS
                 AND ITENS-KIT-MONTADO NOT = 'M'
              MOVE ITENS-QUANTIDADE TO WRK-KIT-QTD-EXPLODIR
              MOVE WRK-KIT-QTD-MONTADA TO ITENS-QUANTIDADE
              COMPUTE ITENS-VALOR =
                 ITENS-VALOR-UNITARIO * ITENS-QUANTIDADE
              MOVE 'M' TO ITENS-KIT-MONTADO
              PERFORM 4009-ACRESCENTAR-LINHA
              COMPUTE ITENS-QUANTIDADE =
                 WRK-KIT-QTD-EXPLODIR - WRK-KIT-QTD-MONTADA
              COMPUTE ITENS-VALOR =
                 ITENS-VALOR-UNITARIO * ITENS-QUANTIDADE
              MOVE SPACE TO ITENS-KIT-MONTADO
              MOVE ZEROS TO WRK-KIT-QTD-MONTADA
           END-IF.
           PERFORM 4009-ACRESCENTAR-LINHA.
      *----------------------------------------------------------------*
       4009-ACRESCENTAR-LINHA SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTD-ITENS.
           MOVE ITENS-CODIGO-PRODUTO TO
              WRK-ITEM-CODIGO(WRK-QTD-ITENS).
           MOVE ITENS-DESCRICAO TO
              WRK-ITEM-DESCRICAO(WRK-QTD-ITENS).
           MOVE ITENS-QUANTIDADE TO
              WRK-ITEM-QUANTIDADE(WRK-QTD-ITENS).
           MOVE ITENS-VALOR-UNITARIO TO
              WRK-ITEM-VALOR-UNIT(WRK-QTD-ITENS).
           MOVE ITENS-VALOR TO WRK-ITEM-VALOR(WRK-QTD-ITENS).
           MOVE ITENS-LOTE TO WRK-ITEM-LOTE(WRK-QTD-ITENS).
           MOVE ITENS-PRECO-CONTRATO
              TO WRK-ITEM-CONTRATO(WRK-QTD-ITENS).
           MOVE ITENS-KIT-MONTADO
              TO WRK-ITEM-MONTADO(WRK-QTD-ITENS).
           MOVE ITENS-PROMOCAO
              TO WRK-ITEM-PROMOCAO(WRK-QTD-ITENS).
           MOVE ITENS-DESC-PROMOCAO
              TO WRK-ITEM-DESC-PROMO(WRK-QTD-ITENS).
           ADD ITENS-VALOR TO WRK-VALOR-TOTAL.
      *----------------------------------------------------------------*
       4007-LIMPAR-ITEM SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS  TO ITENS-CODIGO-PRODUTO ITENS-QUANTIDADE
                          ITENS-VALOR-UNITARIO ITENS-VALOR
                          ITENS-QTD-ENTREGUE ITENS-QTD-DEVOLVIDA
                          ITENS-PROMOCAO ITENS-DESC-PROMOCAO.
           MOVE SPACES TO ITENS-DESCRICAO ITENS-LOTE
                          ITENS-PRECO-CONTRATO ITENS-KIT-MONTADO.
      *----------------------------------------------------------------*
       4010-LOCALIZAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
      *    MESMO PRODUTO (DUAS LINHAS DE 6 CONTRA SALDO 10 NAO PODEM
      *    PASSAR AMBAS).
           MOVE 'N' TO WRK-ITEM-OK.
           MOVE SPACES TO ITENS-KIT-MONTADO.
           MOVE ZEROS  TO WRK-KIT-QTD-MONTADA.
           MOVE ITENS-CODIGO-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 PERFORM 4014-SUGERIR-LOTE
                 PERFORM 4015-PRECO-VIGENTE
                 PERFORM 4016-PRECO-CONTRATO
                 PERFORM 4017-PRECO-PROMOCAO
                 MOVE WRK-PRECO-VIGENTE TO ITENS-VALOR-UNITARIO
                 COMPUTE ITENS-VALOR =
                    WRK-PRECO-VIGENTE * ITENS-QUANTIDADE
       4011-VERIFICAR-KIT SECTION.
      *----------------------------------------------------------------*
      *    O ITEM E KIT QUANDO O CODIGO TEM AO MENOS UMA LINHA DE
      *    COMPOSICAO EM KITS.DAT E A LINHA NAO FOI ATENDIDA POR KITS
      *    JA MONTADOS (ESTA SE MOVE COMO PRODUTO AVULSO).
           MOVE 'N' TO WRK-E-KIT.
           IF WRK-KITS-ABERTO = 'S'
                 AND ITENS-KIT-MONTADO NOT = 'M'
              MOVE ITENS-CODIGO-PRODUTO TO KIT-CODIGO
              MOVE ZEROS                TO KIT-COMPONENTE
              START KITS KEY IS NOT LESS THAN KIT-CHAVE
      *    DE KITS PEDIDA E SOMA O PRECO VIGENTE DOS COMPONENTES
      *    (QUANTIDADE DO KIT X PRECO), ALEM DO PESO E VOLUME PARA O
      *    FRETE. A DESCRICAO DA LINHA E A DO PRODUTO DO KIT.
      *    HAVENDO KITS JA MONTADOS DISPONIVEIS PARA A QUANTIDADE
      *    (DESCONTADAS AS LINHAS 'M' ANTERIORES DO MESMO KIT), A
      *    LINHA SAI DELES E FICA MARCADA 'M': O PRECO CONTINUA SENDO
      *    O DOS COMPONENTES, MAS O SALDO DELES NAO E EXIGIDO NEM
      *    TOCADO. SE OS MONTADOS COBREM SO PARTE, ELES ATENDEM O QUE
      *    COBREM E SO O RESTANTE EXIGE SALDO DOS COMPONENTES; O
      *    4006 DESDOBRA A LINHA (PRECISA DE UMA LINHA LIVRE A MAIS,
      *    SENAO O KIT INTEIRO E EXPLODIDO NOS COMPONENTES).
           MOVE PRODUTOS-DESCRICAO TO ITENS-DESCRICAO.
           MOVE ZEROS TO WRK-KIT-JA-MONTADO WRK-KIT-QTD-MONTADA.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                 UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              IF WRK-ITEM-CODIGO(WRK-IDX-ITEM) = ITENS-CODIGO-PRODUTO
                    AND WRK-ITEM-MONTADO(WRK-IDX-ITEM) = 'M'
                 ADD WRK-ITEM-QUANTIDADE(WRK-IDX-ITEM)
                    TO WRK-KIT-JA-MONTADO
              END-IF
           END-PERFORM.
           COMPUTE WRK-KIT-MONTADO-DISP = PRODUTOS-ESTOQUE
              - PRODUTOS-RESERVADO - WRK-KIT-JA-MONTADO.
           EVALUATE TRUE
              WHEN WRK-KIT-MONTADO-DISP NOT > ZEROS
                 CONTINUE
              WHEN ITENS-QUANTIDADE NOT > WRK-KIT-MONTADO-DISP
                 MOVE 'M' TO ITENS-KIT-MONTADO
                 MOVE ITENS-QUANTIDADE TO WRK-KIT-QTD-MONTADA
              WHEN WRK-QTD-ITENS < 9
                 MOVE WRK-KIT-MONTADO-DISP TO WRK-KIT-QTD-MONTADA
           END-EVALUATE.
           COMPUTE WRK-KIT-QTD-EXPLODIR =
              ITENS-QUANTIDADE - WRK-KIT-QTD-MONTADA.
           MOVE 'S'   TO WRK-KIT-OK.
           MOVE 'N'   TO WRK-FIM-KIT.
           MOVE ZEROS TO WRK-KIT-PRECO.
                       CONTINUE
                 END-READ
                 COMPUTE WRK-COMP-NECESSARIO =
                    KIT-QUANTIDADE * WRK-KIT-QTD-EXPLODIR
                 IF PRODUTOS-STATUS NOT = 00
                       OR (WRK-KIT-QTD-EXPLODIR > ZEROS
                           AND WRK-COMP-NECESSARIO >
                               PRODUTOS-ESTOQUE - PRODUTOS-RESERVADO)
                    MOVE 'N' TO WRK-KIT-OK
                    MOVE 'S' TO WRK-FIM-KIT
                 ELSE
                    PERFORM 4015-PRECO-VIGENTE
                    COMPUTE WRK-KIT-PRECO = WRK-KIT-PRECO
                       + (WRK-PRECO-VIGENTE * KIT-QUANTIDADE)
                    COMPUTE WRK-COMP-TEMP =
                       KIT-QUANTIDADE * ITENS-QUANTIDADE
                    COMPUTE WRK-PESO-PEDIDO = WRK-PESO-PEDIDO
                       + (PRODUTOS-PESO * WRK-COMP-TEMP)
                    COMPUTE WRK-VOLUME-PEDIDO = WRK-VOLUME-PEDIDO
                       + (PRODUTOS-LARGURA * PRODUTOS-ALTURA
                          * PRODUTOS-COMPRIMENTO
                          * WRK-COMP-TEMP)
                 END-IF
              END-IF
           END-PERFORM.
                 END-EVALUATE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4019-OFERECER-SUBSTITUTO SECTION.
      *----------------------------------------------------------------*
      *    ANTES DO BACKORDER, LISTA OS SUBSTITUTOS CADASTRADOS PARA O
      *    PRODUTO QUE TEM SALDO PARA A QUANTIDADE, COM O DISPONIVEL
      *    GERAL, O DA FILIAL DO PEDIDO E O PRECO PELA REGRA DE CADA
      *    UM. ESCOLHIDO UM, A LINHA E REFEITA COM O SUBSTITUTO PELO
      *    PROPRIO 4010 E O PRECO AJUSTADO PELA REGRA; RECUSADA A
      *    TROCA, O ITEM ORIGINAL VOLTA PARA O BACKORDER.
           IF WRK-SUBST-ABERTO = 'S'
              MOVE ITENS-CODIGO-PRODUTO TO WRK-SUBST-ORIGINAL
              PERFORM 4015-PRECO-VIGENTE
              MOVE WRK-PRECO-VIGENTE TO WRK-SUBST-PRECO-ORIG
              PERFORM 4021-CARREGAR-SUBSTITUTOS
              MOVE WRK-SUBST-ORIGINAL TO PRODUTOS-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    CONTINUE
              END-READ
              IF WRK-QTD-SUBST > ZEROS
                 MOVE ZEROS TO WRK-SUBST-ESCOLHA
                 DISPLAY TELA-SUBSTITUTOS
                 ACCEPT TELA-SUBSTITUTOS
                 DISPLAY TELA-SUBSTITUTOS-LIMPA
                 IF WRK-SUBST-ESCOLHA > ZEROS
                       AND WRK-SUBST-ESCOLHA NOT > WRK-QTD-SUBST
                    MOVE WRK-SUBST-CODIGO(WRK-SUBST-ESCOLHA)
                       TO ITENS-CODIGO-PRODUTO
                    PERFORM 4010-LOCALIZAR-PRODUTO
                    IF WRK-ITEM-OK = 'S'
                       MOVE 'S' TO WRK-SUBST-ACEITO
                       MOVE WRK-SUBST-REGRA-TAB(WRK-SUBST-ESCOLHA)
                          TO WRK-SUBST-REGRA
                       PERFORM 4022-APLICAR-REGRA-PRECO
                    ELSE
      *                O SUBSTITUTO NAO PASSOU (EX.: KIT SEM
      *                COMPONENTES): VOLTA AO ORIGINAL E SUA FALTA.
                       MOVE WRK-SUBST-ORIGINAL TO ITENS-CODIGO-PRODUTO
                       PERFORM 4010-LOCALIZAR-PRODUTO
                       MOVE ZEROS TO WRK-SUBST-ESCOLHA
                    END-IF
                 ELSE
                    MOVE ZEROS TO WRK-SUBST-ESCOLHA
                 END-IF
                 PERFORM 4023-REGISTRAR-OFERTA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4021-CARREGAR-SUBSTITUTOS SECTION.
      *----------------------------------------------------------------*
      *    PERCORRE OS SUBSTITUTOS DO PRODUTO E GUARDA OS 4 DE MENOR
      *    PRIORIDADE COM SALDO GERAL PARA A QUANTIDADE (JA SOMADO O
      *    QUE O PROPRIO PEDIDO SEGURA DO SUBSTITUTO), EM ORDEM.
           MOVE ZEROS  TO WRK-QTD-SUBST.
           MOVE SPACES TO WRK-SUBST-TABELA.
           MOVE 'N'    TO WRK-FIM-SUBST.
           MOVE WRK-SUBST-ORIGINAL TO SUBST-PRODUTO.
           MOVE ZEROS              TO SUBST-SUBSTITUTO.
           START SUBSTITUTOS KEY IS NOT LESS THAN SUBST-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-SUBST
           END-START.
           PERFORM UNTIL WRK-FIM-SUBST = 'S'
              READ SUBSTITUTOS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-SUBST
              END-READ
              IF WRK-FIM-SUBST NOT = 'S'
                    AND (SUBSTITUTOS-STATUS NOT = 00
                    OR SUBST-PRODUTO NOT = WRK-SUBST-ORIGINAL)
                 MOVE 'S' TO WRK-FIM-SUBST
              END-IF
              IF WRK-FIM-SUBST NOT = 'S'
                 PERFORM 4024-AVALIAR-SUBSTITUTO
              END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX-SUBST FROM 1 BY 1
                 UNTIL WRK-IDX-SUBST > WRK-QTD-SUBST
              MOVE WRK-SUBST-LINHA(WRK-IDX-SUBST) TO WRK-SUBST-DETALHE
              MOVE WRK-IDX-SUBST TO WRK-SDT-OPCAO
              MOVE WRK-SUBST-DETALHE TO WRK-SUBST-LINHA(WRK-IDX-SUBST)
           END-PERFORM.
      *----------------------------------------------------------------*
       4024-AVALIAR-SUBSTITUTO SECTION.
      *----------------------------------------------------------------*
           MOVE SUBST-SUBSTITUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRODUTOS-STATUS = 00
              MOVE ZEROS TO WRK-SUBST-JA-PEDIDA
              PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                    UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                 IF WRK-ITEM-CODIGO(WRK-IDX-ITEM) = SUBST-SUBSTITUTO
                    ADD WRK-ITEM-QUANTIDADE(WRK-IDX-ITEM)
                       TO WRK-SUBST-JA-PEDIDA
                 END-IF
              END-PERFORM
              COMPUTE WRK-SUBST-DISP =
                 PRODUTOS-ESTOQUE - PRODUTOS-RESERVADO
                 - WRK-SUBST-JA-PEDIDA
              IF WRK-SUBST-DISP NOT < ITENS-QUANTIDADE
                 PERFORM 4026-GUARDAR-SUBSTITUTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4026-GUARDAR-SUBSTITUTO SECTION.
      *----------------------------------------------------------------*
      *    INSERE NA TABELA PELA PRIORIDADE; CHEIA, SO ENTRA SE FOR
      *    DE PRIORIDADE MENOR QUE A DA ULTIMA POSICAO.
           IF WRK-QTD-SUBST < 4
              ADD 1 TO WRK-QTD-SUBST
              MOVE WRK-QTD-SUBST TO WRK-POS-SUBST
           ELSE
              IF SUBST-PRIORIDADE < WRK-SUBST-PRIORIDADE(4)
                 MOVE 4 TO WRK-POS-SUBST
              ELSE
                 MOVE ZEROS TO WRK-POS-SUBST
              END-IF
           END-IF.

           IF WRK-POS-SUBST > ZEROS
              MOVE SPACES           TO WRK-SDT-DESCRICAO
              MOVE ZEROS            TO WRK-SDT-OPCAO
              MOVE SUBST-SUBSTITUTO TO WRK-SDT-CODIGO
              MOVE PRODUTOS-DESCRICAO TO WRK-SDT-DESCRICAO
              MOVE WRK-SUBST-DISP   TO WRK-SDT-DISP
              MOVE PRODUTOS-CODIGO  TO EF-CODIGO
              MOVE WRK-FILIAL       TO EF-FILIAL
              READ ESTOQFIL
                 INVALID KEY
                    MOVE ZEROS TO EF-SALDO EF-RESERVADO
              END-READ
              COMPUTE WRK-SDT-DISP-FIL = EF-SALDO - EF-RESERVADO
              PERFORM 4015-PRECO-VIGENTE
              MOVE WRK-PRECO-VIGENTE TO WRK-SUBST-PRECO
              EVALUATE SUBST-REGRA-PRECO
                 WHEN 'O'
                    MOVE WRK-SUBST-PRECO-ORIG TO WRK-SUBST-PRECO
                 WHEN 'M'
                    IF WRK-SUBST-PRECO-ORIG < WRK-SUBST-PRECO
                       MOVE WRK-SUBST-PRECO-ORIG TO WRK-SUBST-PRECO
                    END-IF
              END-EVALUATE
              MOVE WRK-SUBST-PRECO   TO WRK-SDT-PRECO
              MOVE SUBST-SUBSTITUTO  TO WRK-SUBST-CODIGO(WRK-POS-SUBST)
              MOVE SUBST-PRIORIDADE
                 TO WRK-SUBST-PRIORIDADE(WRK-POS-SUBST)
              MOVE SUBST-REGRA-PRECO
                 TO WRK-SUBST-REGRA-TAB(WRK-POS-SUBST)
              MOVE WRK-SUBST-DETALHE TO WRK-SUBST-LINHA(WRK-POS-SUBST)
      *       SOBE A LINHA ATE A POSICAO DA SUA PRIORIDADE.
              PERFORM UNTIL WRK-POS-SUBST = 1
                    OR WRK-SUBST-PRIORIDADE(WRK-POS-SUBST - 1)
                       NOT > WRK-SUBST-PRIORIDADE(WRK-POS-SUBST)
                 MOVE WRK-SUBST(WRK-POS-SUBST - 1) TO WRK-SUBST-AUX
                 MOVE WRK-SUBST(WRK-POS-SUBST)
                    TO WRK-SUBST(WRK-POS-SUBST - 1)
                 MOVE WRK-SUBST-AUX TO WRK-SUBST(WRK-POS-SUBST)
                 SUBTRACT 1 FROM WRK-POS-SUBST
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       4022-APLICAR-REGRA-PRECO SECTION.
      *----------------------------------------------------------------*
      *    O 4010 JA PRECIFICOU O SUBSTITUTO (CATALOGO, CONTRATO E
      *    PROMOCAO); AS REGRAS 'O' E 'M' TROCAM PELO PRECO DO
      *    ORIGINAL QUANDO ELE VALE, E A LINHA DEIXA DE SER
      *    PROMOCIONAL.
           MOVE ITENS-VALOR-UNITARIO TO WRK-SUBST-PRECO.
           EVALUATE WRK-SUBST-REGRA
              WHEN 'O'
                 MOVE WRK-SUBST-PRECO-ORIG TO WRK-SUBST-PRECO
              WHEN 'M'
                 IF WRK-SUBST-PRECO-ORIG < WRK-SUBST-PRECO
                    MOVE WRK-SUBST-PRECO-ORIG TO WRK-SUBST-PRECO
                 END-IF
           END-EVALUATE.
           IF WRK-SUBST-PRECO NOT = ITENS-VALOR-UNITARIO
              MOVE WRK-SUBST-PRECO TO ITENS-VALOR-UNITARIO
              COMPUTE ITENS-VALOR =
                 WRK-SUBST-PRECO * ITENS-QUANTIDADE
              MOVE ZEROS TO ITENS-PROMOCAO ITENS-DESC-PROMOCAO
              MOVE SPACES TO ITENS-PRECO-CONTRATO
              MOVE 'SUBSTIT.' TO WRK-ECO-CONTRATO
           END-IF.
      *----------------------------------------------------------------*
       4023-REGISTRAR-OFERTA SECTION.
      *----------------------------------------------------------------*
           OPEN EXTEND SUBSTLOG.
           IF SUBSTLOG-STATUS = 35
              OPEN OUTPUT SUBSTLOG
           END-IF.
           IF SUBSTLOG-STATUS = 00
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              MOVE WRK-DATA-ATUAL       TO SLOG-DATA
              ACCEPT WRK-HORA-ATUAL     FROM TIME
              MOVE WRK-HORA-ATUAL(1:6)  TO SLOG-HORA
              MOVE WRK-OPERADOR         TO SLOG-OPERADOR
              MOVE WRK-FILIAL           TO SLOG-FILIAL
              MOVE PEDIDOS-FONE-CLIENTE TO SLOG-FONE
              MOVE WRK-SUBST-ORIGINAL   TO SLOG-PRODUTO
              MOVE ITENS-QUANTIDADE     TO SLOG-QUANTIDADE
              MOVE WRK-QTD-SUBST        TO SLOG-QTD-OFERTAS
              IF WRK-SUBST-ESCOLHA > ZEROS
                 MOVE WRK-SUBST-CODIGO(WRK-SUBST-ESCOLHA)
                    TO SLOG-SUBSTITUTO
              ELSE
                 MOVE ZEROS TO SLOG-SUBSTITUTO
              END-IF
              WRITE SLOG-REG
              CLOSE SUBSTLOG
           END-IF.
      *----------------------------------------------------------------*
       4020-GRAVAR-PEDIDO SECTION.
      *----------------------------------------------------------------*
      *    O PEDIDO NOVO E SEMPRE DE HOJE: SO E RECUSADO SE O MES
      *    CORRENTE DE VENDAS JA FOI FECHADO.
           MOVE 'V' TO WRK-PER-MODULO.
           ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD.
           PERFORM 4800-CONFERIR-PERIODO.
           IF WRK-PERIODO-OK = 'N'
              ACCEPT WRK-TECLA AT 2060
           ELSE
      *       A CONDICAO E NEGOCIADA ANTES DO CREDITO: VENDA A VISTA
      *       NAO E VENDA A CREDITO E NAO PASSA PELO LIMITE NEM PELO
      *       BLOQUEIO DO FINANCEIRO.
              PERFORM 4080-CAPTURAR-CONDICAO
              PERFORM 4085-CONFERIR-A-PRAZO
              IF WRK-A-PRAZO = 'S'
                 PERFORM 4090-VERIFICAR-CREDITO
              ELSE
                 MOVE 'S' TO WRK-CREDITO-OK
              END-IF
              EVALUATE WRK-CREDITO-OK
                 WHEN 'N'
                    DISPLAY 'PEDIDO NAO GRAVADO: LIMITE DE CREDITO!'
                       AT 2001
                    ACCEPT WRK-TECLA AT 2060
                 WHEN 'B'
                    DISPLAY 'PEDIDO NAO GRAVADO: CLIENTE BLOQUEADO '
                       'PELO FINANCEIRO!' AT 2001
                    ACCEPT WRK-TECLA AT 2060
                 WHEN OTHER
                    PERFORM 4025-EFETIVAR-GRAVACAO
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       4085-CONFERIR-A-PRAZO SECTION.
      *----------------------------------------------------------------*
      *    A VISTA E A CONDICAO DE PARCELA UNICA COM ENTRADA (VENCE NA
      *    EMISSAO). A 00 (30 DIAS) E AS PARCELADAS SAO A PRAZO.
           MOVE 'S' TO WRK-A-PRAZO.
           IF WRK-COND-PAGTO NOT = ZEROS
                 AND WRK-CONDPAG-ABERTO = 'S'
              MOVE WRK-COND-PAGTO TO COND-CODIGO
              READ CONDPAG
                 INVALID KEY
                    CONTINUE
              END-READ
              IF CONDPAG-STATUS = 00
                    AND COND-QTD-PARCELAS NOT > 1
                    AND COND-ENTRADA = 'S'
                 MOVE 'N' TO WRK-A-PRAZO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4090-VERIFICAR-CREDITO SECTION.
      *    SOMA O QUE O CLIENTE JA DEVE (TITULOS 'A' DO CONTAS A
      *    RECEBER) COM O QUE JA COMPROU E AINDA NAO FOI FATURADO
      *    (PEDIDOS 'A') E CONFERE CONTRA O LIMITE DO CADASTRO ANTES
      *    DE GRAVAR A VENDA NOVA. CLIENTE BLOQUEADO PELA REVISAO DE
      *    CREDITO (CREDREV) NAO COMPRA A PRAZO, SEM LIBERACAO NO
      *    BALCAO, ATE O FINANCEIRO TIRAR O BLOQUEIO.
           MOVE 'S' TO WRK-CREDITO-OK.
           MOVE PEDIDOS-FONE-CLIENTE TO WRK-FONE-CREDITO.
           MOVE WRK-FONE-CREDITO     TO CLIENTES-FONE.
                 CONTINUE
           END-READ.
           IF CLIENTES-STATUS = 00
                 AND CLIENTES-BLOQ-CREDITO = 'S'
              MOVE 'B' TO WRK-CREDITO-OK
              MOVE CLIENTES-LIMITE-CREDITO TO WRK-LIMITE-CLIENTE
              MOVE ZEROS TO WRK-EXPOSICAO
              MOVE 'BLOQ-FIN' TO WRK-CRED-RESULTADO
              PERFORM 4093-REGISTRAR-CREDITO
           END-IF.
           IF CLIENTES-STATUS = 00
                 AND WRK-CREDITO-OK = 'S'
                 AND CLIENTES-LIMITE-CREDITO > ZEROS
              MOVE CLIENTES-LIMITE-CREDITO TO WRK-LIMITE-CLIENTE
              MOVE ZEROS TO WRK-EXPOSICAO
              IF WRK-EXPOSICAO + WRK-VALOR-TOTAL
                    > WRK-LIMITE-CLIENTE
                 MOVE SPACES TO WRK-LIBERA
      *          NA IMPORTACAO NAO HA BALCAO PARA LIBERAR: BLOQUEIA.
                 IF WRK-MODO-EXECUCAO NOT = 'IMPORTACAO'
                    ACCEPT TELA-CREDITO-LIBERA
                 END-IF
                 IF WRK-LIBERA = 'S' OR WRK-LIBERA = 's'
                    MOVE 'LIBERADO' TO WRK-CRED-RESULTADO
                 ELSE
              IF WRK-FIM-CRED NOT = 'S'
                    AND CR-FONE-CLIENTE = WRK-FONE-CREDITO
                    AND CR-SITUACAO = 'A'
      *          SO O SALDO AINDA NAO RECEBIDO DO TITULO.
                 ADD CR-VALOR TO WRK-EXPOSICAO
                 SUBTRACT CR-VALOR-PAGO FROM WRK-EXPOSICAO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
           PERFORM 4050-PROXIMO-NUMERO.
           MOVE WRK-QTD-ITENS  TO PEDIDOS-QTD-ITENS.
           MOVE WRK-VALOR-TOTAL TO PEDIDOS-VALOR-BRUTO.
      *    PEDIDO DA LOJA VIRTUAL NAO TEM DESCONTO DE BALCAO NEM
      *    RESGATE DE PONTOS; A CONDICAO JA VEIO CONFERIDA NA CARGA.
           IF WRK-MODO-EXECUCAO = 'IMPORTACAO'
              MOVE ZEROS TO PEDIDOS-DESCONTO-PCT WRK-PTS-RESGATE
              MOVE PEDIDOS-VALOR-BRUTO TO PEDIDOS-VALOR
           ELSE
              PERFORM 4070-CAPTURAR-DESCONTO
           END-IF.
           MOVE WRK-COND-PAGTO TO PEDIDOS-COND-PAGTO.
           MOVE PEDIDOS-VALOR TO WRK-VALOR-TOTAL.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           END-IF.
           MOVE WRK-DATA-ATUAL TO PEDIDOS-DT-SITUACAO.
           MOVE WRK-FILIAL     TO PEDIDOS-FILIAL.
           MOVE WRK-VENDEDOR   TO PEDIDOS-VENDEDOR.
           MOVE ZEROS          TO PEDIDOS-NUMERO-FATURA.
           MOVE ZEROS          TO PEDIDOS-ROTA.
           MOVE WRK-WEB-REFERENCIA TO PEDIDOS-REF-LOJA.
           PERFORM 4060-CALCULAR-FRETE.
           PERFORM 4065-CALCULAR-ICMS.
           IF WRK-MODO-EXECUCAO NOT = 'IMPORTACAO'
              DISPLAY TELA-INCLUSAO-CONFIRMA
           END-IF.

           WRITE PEDIDOS-REG
              INVALID KEY
                 MOVE SPACES TO WRK-JRN-ANTES-SITUACAO
                 MOVE 'I' TO WRK-JRN-OPERACAO
                 PERFORM 4905-GRAVAR-JOURNAL
                 IF WRK-PTS-RESGATE > ZEROS
                    MOVE 'R'                  TO FPT-OPERACAO
                    MOVE PEDIDOS-FONE-CLIENTE TO FPT-FONE
                    MOVE PEDIDOS-NUMERO       TO FPT-PEDIDO
                    MOVE WRK-PTS-VALOR        TO FPT-VALOR
                    MOVE PEDIDOS-VALOR        TO FPT-VALOR-PEDIDO
                    MOVE WRK-PTS-RESGATE      TO FPT-QTD
                    MOVE 'PEDIDOS'            TO FPT-ORIGEM
                    CALL 'FIDPONTOS' USING FPT-PARAMETROS
                    IF FPT-RETORNO NOT = 'S'
                       DISPLAY 'PONTOS NAO DEBITADOS: VERIFIQUE O '
                          'SALDO DE FIDELIDADE!' AT 2201
                    END-IF
                 END-IF
                 IF WRK-ERRO-GRAVACAO = 'N'
                       AND WRK-MODO-EXECUCAO NOT = 'IMPORTACAO'
                    IF PEDIDOS-SITUACAO = 'P'
                       DISPLAY 'PEDIDO ACIMA DA ALCADA: AGUARDA '
                          AT 2001
                    END-IF
                 END-IF
              WHEN 22
                 IF WRK-MODO-EXECUCAO NOT = 'IMPORTACAO'
                    DISPLAY 'JA EXISTE PEDIDO COM ESSE NUMERO!'
                       AT 2001
                 END-IF
              WHEN OTHER
                 IF WRK-MODO-EXECUCAO NOT = 'IMPORTACAO'
                    DISPLAY 'ERRO AO INCLUIR. STATUS: '
                       PEDIDOS-STATUS AT 2001
                 END-IF
           END-EVALUATE.
           IF WRK-MODO-EXECUCAO NOT = 'IMPORTACAO'
              ACCEPT WRK-TECLA AT 2060
           END-IF.
      *----------------------------------------------------------------*
       4050-PROXIMO-NUMERO SECTION.
      *----------------------------------------------------------------*
                 MOVE 'CONTRATO' TO WRK-ECO-CONTRATO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4017-PRECO-PROMOCAO SECTION.
      *----------------------------------------------------------------*
      *    PROMOCOES VIGENTES HOJE NA FILIAL DO TERMINAL, DO PRODUTO
      *    OU DA CATEGORIA DELE: DE CADA UMA VALE A FAIXA ATINGIDA
      *    PELA QUANTIDADE DA LINHA, E ENTRE ELAS O MENOR PRECO. SO
      *    APLICA SE BAIXAR O PRECO VIGENTE; LINHA DE CONTRATO NAO
      *    E TOCADA. O ARQUIVO E PEQUENO E E VARRIDO INTEIRO.
           MOVE ZEROS TO ITENS-PROMOCAO ITENS-DESC-PROMOCAO.
           IF WRK-PROMOCOES-ABERTO = 'S'
                 AND ITENS-PRECO-CONTRATO NOT = 'C'
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
              MOVE WRK-PRECO-VIGENTE TO WRK-PRECO-PROMOCAO
              MOVE ZEROS TO WRK-PROM-ESCOLHIDA PROM-CODIGO
              MOVE 'N' TO WRK-FIM-PROMOCAO
              START PROMOCOES KEY IS NOT LESS THAN PROM-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-PROMOCAO
              END-START
              PERFORM UNTIL WRK-FIM-PROMOCAO = 'S'
                 READ PROMOCOES NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-PROMOCAO
                 END-READ
                 IF WRK-FIM-PROMOCAO NOT = 'S'
                    IF PROM-DT-INICIO NOT > WRK-DATA-ATUAL
                          AND PROM-DT-FIM NOT < WRK-DATA-ATUAL
                          AND (PROM-FILIAL = ZEROS
                               OR PROM-FILIAL = WRK-FILIAL)
                          AND ((PROM-ALVO = 'P' AND PROM-PRODUTO
                                = ITENS-CODIGO-PRODUTO)
                            OR (PROM-ALVO = 'C' AND PROM-CATEGORIA
                                = PRODUTOS-CATEGORIA))
                       PERFORM 4018-FAIXA-PROMOCAO
                    END-IF
                 END-IF
              END-PERFORM
              IF WRK-PROM-ESCOLHIDA NOT = ZEROS
                 COMPUTE ITENS-DESC-PROMOCAO =
                    (WRK-PRECO-VIGENTE - WRK-PRECO-PROMOCAO)
                    * ITENS-QUANTIDADE
                 MOVE WRK-PRECO-PROMOCAO TO WRK-PRECO-VIGENTE
                 MOVE WRK-PROM-ESCOLHIDA TO ITENS-PROMOCAO
                 MOVE 'PROMOCAO'         TO WRK-ECO-CONTRATO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4018-FAIXA-PROMOCAO SECTION.
      *----------------------------------------------------------------*
      *    FAIXA DE MAIOR QUANTIDADE MINIMA QUE A LINHA ATINGE, ENTRE
      *    AS QUE TEM VALOR PARA O TIPO DA PROMOCAO.
           MOVE 'N'   TO WRK-ACHOU-FAIXA.
           MOVE ZEROS TO WRK-QTD-MIN-FAIXA WRK-PRECO-FAIXA.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                 UNTIL WRK-IDX-FAIXA > 3
              IF PROM-FX-QTD-MIN(WRK-IDX-FAIXA) NOT > ITENS-QUANTIDADE
                    AND PROM-FX-QTD-MIN(WRK-IDX-FAIXA)
                        NOT < WRK-QTD-MIN-FAIXA
                    AND ((PROM-TIPO = 'P'
                          AND PROM-FX-PCT(WRK-IDX-FAIXA) > ZEROS)
                      OR (PROM-TIPO = 'F'
                          AND PROM-FX-PRECO(WRK-IDX-FAIXA) > ZEROS))
                 MOVE PROM-FX-QTD-MIN(WRK-IDX-FAIXA)
                    TO WRK-QTD-MIN-FAIXA
                 IF PROM-TIPO = 'P'
                    COMPUTE WRK-PRECO-FAIXA ROUNDED =
                       WRK-PRECO-VIGENTE
                       * (100 - PROM-FX-PCT(WRK-IDX-FAIXA)) / 100
                 ELSE
                    MOVE PROM-FX-PRECO(WRK-IDX-FAIXA)
                       TO WRK-PRECO-FAIXA
                 END-IF
                 MOVE 'S' TO WRK-ACHOU-FAIXA
              END-IF
           END-PERFORM.

           IF WRK-ACHOU-FAIXA = 'S'
                 AND WRK-PRECO-FAIXA < WRK-PRECO-PROMOCAO
              MOVE WRK-PRECO-FAIXA TO WRK-PRECO-PROMOCAO
              MOVE PROM-CODIGO     TO WRK-PROM-ESCOLHIDA
           END-IF.
      *----------------------------------------------------------------*
       4015-PRECO-VIGENTE SECTION.
      *----------------------------------------------------------------*
              END-IF
           END-PERFORM.

           PERFORM 4075-RESGATAR-PONTOS.
           COMPUTE PEDIDOS-DESCONTO-PCT = WRK-DESCONTO-PCT
              + WRK-PTS-PCT.
           COMPUTE PEDIDOS-VALOR = PEDIDOS-VALOR-BRUTO
              - (PEDIDOS-VALOR-BRUTO * PEDIDOS-DESCONTO-PCT / 100).
      *----------------------------------------------------------------*
       4075-RESGATAR-PONTOS SECTION.
      *----------------------------------------------------------------*
      *    CLIENTE COM SALDO DE FIDELIDADE PODE CONVERTER PONTOS EM
      *    DESCONTO. O PERCENTUAL DOS PONTOS SOMA AO NEGOCIADO E O
      *    CONJUNTO RESPEITA O TETO DESCONTO_MAX_CTM; SO E DEBITADO
      *    O EQUIVALENTE AO DESCONTO EFETIVAMENTE CONCEDIDO.
           MOVE ZEROS TO WRK-PTS-SALDO WRK-PTS-RESGATE WRK-PTS-VALOR
                         WRK-PTS-PCT.
           MOVE 'S'                  TO FPT-OPERACAO.
           MOVE PEDIDOS-FONE-CLIENTE TO FPT-FONE.
           MOVE ZEROS                TO FPT-PEDIDO FPT-VALOR
                                        FPT-VALOR-PEDIDO.
           MOVE 'PEDIDOS'            TO FPT-ORIGEM.
           CALL 'FIDPONTOS' USING FPT-PARAMETROS.
           IF FPT-RETORNO = 'S' AND FPT-SALDO > ZEROS
                 AND FPT-PONTO-CTVS > ZEROS
                 AND PEDIDOS-VALOR-BRUTO > ZEROS
              MOVE FPT-SALDO TO WRK-PTS-SALDO
              MOVE 'N'       TO WRK-PTS-OK
              PERFORM UNTIL WRK-PTS-OK = 'S'
                 ACCEPT TELA-INCLUSAO-PONTOS
                 COMPUTE WRK-PTS-VALOR =
                    WRK-PTS-RESGATE * FPT-PONTO-CTVS / 100
                 EVALUATE TRUE
                    WHEN WRK-PTS-RESGATE > WRK-PTS-SALDO
                       DISPLAY 'PONTOS ACIMA DO SALDO DO CLIENTE!'
                          AT 2001
                       MOVE ZEROS TO WRK-PTS-RESGATE
                    WHEN WRK-PTS-VALOR NOT < PEDIDOS-VALOR-BRUTO
                       DISPLAY 'RESGATE ULTRAPASSA O TETO DE DESCONTO!'
                          AT 2001
                       MOVE ZEROS TO WRK-PTS-RESGATE
                    WHEN OTHER
                       COMPUTE WRK-PTS-PCT = WRK-PTS-VALOR * 100
                          / PEDIDOS-VALOR-BRUTO
                       IF WRK-DESCONTO-PCT + WRK-PTS-PCT
                             > WRK-DESCONTO-MAX
                          DISPLAY
                             'RESGATE ULTRAPASSA O TETO DE DESCONTO!'
                             AT 2001
                          MOVE ZEROS TO WRK-PTS-RESGATE WRK-PTS-PCT
                       ELSE
                          MOVE 'S' TO WRK-PTS-OK
                       END-IF
                 END-EVALUATE
              END-PERFORM
              COMPUTE WRK-PTS-VALOR =
                 PEDIDOS-VALOR-BRUTO * WRK-PTS-PCT / 100
              COMPUTE WRK-PTS-RESGATE ROUNDED =
                 WRK-PTS-VALOR * 100 / FPT-PONTO-CTVS
              IF WRK-PTS-RESGATE > WRK-PTS-SALDO
                 MOVE WRK-PTS-SALDO TO WRK-PTS-RESGATE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4080-CAPTURAR-CONDICAO SECTION.
      *----------------------------------------------------------------*
              MOVE WRK-ITEM-LOTE(WRK-IDX-ITEM) TO ITENS-LOTE
              MOVE WRK-ITEM-CONTRATO(WRK-IDX-ITEM)
                 TO ITENS-PRECO-CONTRATO
              MOVE WRK-ITEM-MONTADO(WRK-IDX-ITEM)
                 TO ITENS-KIT-MONTADO
              MOVE WRK-ITEM-PROMOCAO(WRK-IDX-ITEM)
                 TO ITENS-PROMOCAO
              MOVE WRK-ITEM-DESC-PROMO(WRK-IDX-ITEM)
                 TO ITENS-DESC-PROMOCAO
              WRITE ITENS-REG
                 INVALID KEY
                    CONTINUE
              DISPLAY 'ESTOQUE INSUFICIENTE PARA O AUMENTO!' AT 2001
              MOVE WRK-QTD-ANTERIOR TO ITENS-QUANTIDADE
           ELSE
              PERFORM 4225-REAVALIAR-PROMOCAO
              COMPUTE ITENS-VALOR =
                 ITENS-VALOR-UNITARIO * ITENS-QUANTIDADE
              COMPUTE PEDIDOS-VALOR-BRUTO = PEDIDOS-VALOR-BRUTO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4225-REAVALIAR-PROMOCAO SECTION.
      *----------------------------------------------------------------*
      *    A FAIXA DA PROMOCAO DEPENDE DA QUANTIDADE DA LINHA: A LINHA
      *    VOLTA AO PRECO SEM PROMOCAO (UNITARIO MAIS O DESCONTO POR
      *    UNIDADE) E A PROMOCAO E REAPLICADA PARA A NOVA QUANTIDADE;
      *    ABAIXO DA QUANTIDADE MINIMA DA FAIXA FICA O PRECO CHEIO.
      *    LINHA DE CONTRATO E DE KIT NAO TEM PROMOCAO.
           PERFORM 4011-VERIFICAR-KIT.
           IF PRODUTOS-STATUS = 00
                 AND WRK-E-KIT = 'N'
                 AND ITENS-KIT-MONTADO NOT = 'M'
                 AND ITENS-PRECO-CONTRATO NOT = 'C'
              MOVE ITENS-VALOR-UNITARIO TO WRK-PRECO-VIGENTE
              IF ITENS-PROMOCAO NOT = ZEROS AND WRK-QTD-ANTERIOR > 0
                 COMPUTE WRK-PRECO-VIGENTE ROUNDED =
                    ITENS-VALOR-UNITARIO
                    + (ITENS-DESC-PROMOCAO / WRK-QTD-ANTERIOR)
              END-IF
              PERFORM 4017-PRECO-PROMOCAO
              MOVE WRK-PRECO-VIGENTE TO ITENS-VALOR-UNITARIO
           END-IF.
      *----------------------------------------------------------------*
       4230-AJUSTAR-ESTOQUE-ALTERACAO SECTION.
      *----------------------------------------------------------------*
                       MOVE SPACES TO WRK-CONFIRMA
                       ACCEPT TELA-CANCELAR-CONFIRMA
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
      *                   O ESTORNO DA VENDA SAI NO MES DO PEDIDO; MES
      *                   JA FECHADO SO COM O ESTORNO LANCADO HOJE.
                          MOVE 'V'          TO WRK-PER-MODULO
                          MOVE PEDIDOS-DATA TO WRK-PER-DATA
                          PERFORM 4800-CONFERIR-PERIODO
                          IF WRK-PERIODO-OK = 'S'
                             PERFORM 4320-EFETIVAR-CANCELAMENTO
                          END-IF
                       ELSE
                          DISPLAY 'CANCELAMENTO ABANDONADO!' AT 2001
                       END-IF
                 DISPLAY 'PEDIDO CANCELADO COM SUCESSO!' AT 2001
                 MOVE 'C' TO WRK-JRN-OPERACAO
                 PERFORM 4905-GRAVAR-JOURNAL
                 IF WRK-JRN-ANTES-SITUACAO = 'F'
                    PERFORM 4360-REGISTRAR-ESTORNO
                    MOVE 'E' TO FPT-OPERACAO
                    PERFORM 4480-MOVIMENTAR-PONTOS
                 END-IF
                 MOVE 'D' TO FPT-OPERACAO
                 PERFORM 4480-MOVIMENTAR-PONTOS
              WHEN OTHER
                 DISPLAY 'ERRO AO CANCELAR. STATUS: '
                    PEDIDOS-STATUS AT 2001
                          DISPLAY 'PROVIDENCIAR DEVOLUCAO!' AT 2125
                       WHEN CR-SITUACAO = 'C'
                          CONTINUE
                       WHEN CR-SITUACAO = 'R'
                          DISPLAY 'PARCELA RENEGOCIADA EM ACORDO - '
                             AT 2101
                          DISPLAY 'VER ACORDOS.DAT!' AT 2133
                       WHEN OTHER
                          IF CR-VALOR-PAGO > ZEROS
                             DISPLAY 'PARCELA COM RECEBIMENTO PARCIAL'
                                AT 2101
                             DISPLAY '- PROVIDENCIAR DEVOLUCAO!' AT 2133
                          END-IF
                          MOVE 'C' TO CR-SITUACAO
                          REWRITE CR-REG
                             INVALID KEY
      *    DENTRO DA ULTIMA DATA POSTADA DE VENDASPOST.CTL), GRAVA UM
      *    ESTORNO NA RAZAO DE VENDAS (TIPO 'E', VALOR NEGATIVO, NA
      *    FILIAL DO PEDIDO) E DEVOLVE O VALOR NO MES DO ACUMULADO.
      *    O ESTORNO E DATADO EM WRK-PER-DATA: A DATA DO PEDIDO, OU A
      *    DE HOJE QUANDO O MES DO PEDIDO JA ESTA FECHADO.
           MOVE ZEROS TO WRK-VPC-ULTIMA-DATA.
           OPEN INPUT VENDASPOSTCTL.
           IF VENDASPOSTCTL-STATUS = 00
           ELSE
              MOVE SPACES TO WRK-VENDLOG-PATH
              STRING 'VENDLOG'        DELIMITED BY SIZE
                     WRK-PER-DATA(1:6) DELIMITED BY SIZE
                     '.DAT'           DELIMITED BY SIZE
                 INTO WRK-VENDLOG-PATH
              OPEN EXTEND VENDAS-LOG
                 DISPLAY 'ERRO NA RAZAO DE VENDAS. STATUS: '
                    VENDAS-LOG-STATUS AT 2201
              ELSE
                 MOVE WRK-PER-DATA      TO WRK-DATA-PEDIDO-R
                 MOVE WRK-PER-DATA      TO LOG-DATA
                 MOVE WRK-MES-PEDIDO-R  TO LOG-MES
                 COMPUTE LOG-VALOR = PEDIDOS-VALOR * -1
      *          O ESTORNO SAI NO MESMO VENDEDOR DA POSTAGEM.
                 IF PEDIDOS-VENDEDOR = SPACES
                    MOVE 'PEDIDOS'        TO LOG-VENDEDOR
                 ELSE
                    MOVE PEDIDOS-VENDEDOR TO LOG-VENDEDOR
                 END-IF
                 MOVE 'E'               TO LOG-TIPO
                 MOVE PEDIDOS-FILIAL    TO LOG-FILIAL
                 WRITE LOG-REG
      *----------------------------------------------------------------*
       4350-DEVOLVER-NO-ACUMULADO SECTION.
      *----------------------------------------------------------------*
      *    CARREGA O ACUMULADO, SUBTRAI O VALOR NO MES DO ESTORNO E
      *    REGRAVA -- SO QUANDO O ACUMULADO E DO MESMO ANO DO PEDIDO
      *    (ANO JA VIRADO FICOU ARQUIVADO NO HISTORICO) E ESTA NO
      *    FORMATO NOVO (COM ANO).
                    CLOSE VENDAS-ACM
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       4360-REGISTRAR-ESTORNO SECTION.
      *----------------------------------------------------------------*
      *    PEDIDO FATURADO PODE TER PARCELA JA RECEBIDA E COMISSAO JA
      *    LIBERADA NA BASE RECEBIMENTO: O CANCELAMENTO FICA EM
      *    ESTVENDA.DAT PARA O COMISSAO ESTORNAR NO PROXIMO CICLO.
           OPEN EXTEND ESTVENDA.
           IF ESTVENDA-STATUS = 35
              OPEN OUTPUT ESTVENDA
           END-IF.
           IF ESTVENDA-STATUS NOT = 00
              DISPLAY 'ERRO NA RAZAO DE ESTORNOS. STATUS: '
                 ESTVENDA-STATUS AT 2301
           ELSE
              MOVE WRK-DATA-ATUAL   TO ESV-DATA
              MOVE PEDIDOS-NUMERO   TO ESV-PEDIDO
              MOVE PEDIDOS-VENDEDOR TO ESV-VENDEDOR
              MOVE 'C'              TO ESV-ORIGEM
              MOVE PEDIDOS-VALOR    TO ESV-VALOR
              MOVE PEDIDOS-FILIAL   TO ESV-FILIAL
              WRITE ESV-REG
              CLOSE ESTVENDA
           END-IF.
      *----------------------------------------------------------------*
       4400-AVANCAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-CONFIRMA.
           ACCEPT TELA-SITUACAO-CONFIRMA.
      *    FATURAR LANCA NA COMPETENCIA DE VENDAS; ENTREGAR BAIXA O
      *    ESTOQUE. OS DOIS SAO DATADOS HOJE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
              IF PEDIDOS-SITUACAO = 'A'
                 MOVE 'V' TO WRK-PER-MODULO
              ELSE
                 MOVE 'E' TO WRK-PER-MODULO
              END-IF
              ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD
              PERFORM 4800-CONFERIR-PERIODO
              IF WRK-PERIODO-OK = 'N'
                 MOVE 'N' TO WRK-CONFIRMA
              END-IF
           END-IF.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
              PERFORM 4910-GUARDAR-IMAGEM-ANTES
              EVALUATE PEDIDOS-SITUACAO
                    IF PEDIDOS-SITUACAO = 'F'
                       PERFORM 4430-GERAR-TITULO
                       PERFORM 4460-EMITIR-FATURA
                       MOVE 'A' TO FPT-OPERACAO
                       PERFORM 4480-MOVIMENTAR-PONTOS
                    END-IF
                    IF PEDIDOS-SITUACAO = 'E'
                       PERFORM 4440-BAIXAR-ENTREGA
                       PEDIDOS-STATUS AT 2001
              END-EVALUATE
           ELSE
              IF WRK-PERIODO-OK NOT = 'N'
                 DISPLAY 'AVANCO ABANDONADO!' AT 2001
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       4480-MOVIMENTAR-PONTOS SECTION.
      *----------------------------------------------------------------*
      *    FATURAMENTO ACUMULA PONTOS SOBRE O VALOR SEM FRETE;
      *    CANCELAMENTO ESTORNA O QUE O PEDIDO ACUMULOU E DEVOLVE O
      *    QUE ELE RESGATOU. A OPERACAO VEM EM FPT-OPERACAO.
           MOVE PEDIDOS-FONE-CLIENTE TO FPT-FONE.
           MOVE PEDIDOS-NUMERO       TO FPT-PEDIDO.
           MOVE PEDIDOS-VALOR        TO FPT-VALOR-PEDIDO.
           MOVE ZEROS                TO FPT-QTD.
           MOVE 'PEDIDOS'            TO FPT-ORIGEM.
           IF FPT-OPERACAO = 'A'
              MOVE PEDIDOS-VALOR TO FPT-VALOR
           ELSE
              MOVE ZEROS         TO FPT-VALOR
           END-IF.
           CALL 'FIDPONTOS' USING FPT-PARAMETROS.
      *----------------------------------------------------------------*
       4450-NUMERAR-FATURA SECTION.
      *----------------------------------------------------------------*
              DISPLAY 'ERRO AO GRAVAR ESTOQFIL.DAT. STATUS: '
                 ESTOQFIL-STATUS AT 2301
           END-IF.
      *----------------------------------------------------------------*
       4800-CONFERIR-PERIODO SECTION.
      *----------------------------------------------------------------*
      *    CONFERE NO PERVALIDA A COMPETENCIA DE WRK-PER-DATA NO
      *    MODULO WRK-PER-MODULO. COMPETENCIA FECHADA COM O MES ATUAL
      *    ABERTO: NO BALCAO O OPERADOR PODE LANCAR HOJE (A DATA DE
      *    HOJE VOLTA EM WRK-PER-DATA); NA IMPORTACAO NAO HA A QUEM
      *    PERGUNTAR E O LANCAMENTO E RECUSADO.
           MOVE 'S'            TO WRK-PERIODO-OK.
           MOVE WRK-PER-MODULO TO PEV-MODULO.
           MOVE WRK-PER-DATA   TO PEV-DATA.
           CALL 'PERVALIDA' USING PEV-PARAMETROS.
           MOVE WRK-PER-DATA(1:6) TO WRK-PER-COMPETENCIA.
           EVALUATE PEV-RETORNO
              WHEN 'F'
                 IF WRK-MODO-EXECUCAO = 'IMPORTACAO'
                    MOVE 'N' TO WRK-PERIODO-OK
                 ELSE
                    MOVE SPACES TO WRK-PER-CONFIRMA
                    ACCEPT TELA-PERIODO-FECHADO
                    IF WRK-PER-CONFIRMA = 'S' OR WRK-PER-CONFIRMA = 's'
                       MOVE PEV-DATA-ATUAL TO WRK-PER-DATA
                    ELSE
                       MOVE 'N' TO WRK-PERIODO-OK
                    END-IF
                 END-IF
              WHEN 'X'
                 MOVE 'N' TO WRK-PERIODO-OK
           END-EVALUATE.
           IF WRK-PERIODO-OK = 'N'
                 AND WRK-MODO-EXECUCAO NOT = 'IMPORTACAO'
              DISPLAY 'COMPETENCIA FECHADA: LANCAMENTO NAO FEITO!'
                 AT 2001
           END-IF.
      *----------------------------------------------------------------*
       4440-BAIXAR-ENTREGA SECTION.
      *----------------------------------------------------------------*
              MOVE ZEROS                TO CR-DT-PAGAMENTO
              MOVE 'A'                  TO CR-SITUACAO
              MOVE ZEROS                TO CR-DT-REMESSA
              MOVE ZEROS                TO CR-VALOR-PAGO
                                           CR-QTD-PAGTOS
              WRITE CR-REG
                 INVALID KEY
                    CONTINUE
           MOVE WRK-TOTAL-GERAL   TO WRK-REL-TOT-VALOR.
           WRITE REG-RELATORIO FROM WRK-REL-TOTAL.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'PEDIDOS'         TO SPL-PROGRAMA.
           MOVE 'PEDIDOS.REL'     TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           IF WRK-MODO-EXECUCAO NOT = 'FECHAMENTO'
              DISPLAY TELA
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 0 TO WRK-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       6000-IMPORTAR-WEB SECTION.
      *----------------------------------------------------------------*
      *    CARGA EM LOTE DOS PEDIDOS DA LOJA VIRTUAL (PEDWEB.TRN)
      *    PELAS MESMAS REGRAS DA INCLUSAO NO BALCAO: CLIENTE (OU
      *    CADASTRO DO CLIENTE NOVO), PRODUTOS E KITS, PRECO, FRETE,
      *    ICMS, CREDITO, RESERVA DE ESTOQUE, NUMERACAO PELO
      *    PEDIDOSCTL.DAT E ALCADA DE APROVACAO. PEDIDO COM PROBLEMA
      *    VAI INTEIRO PARA O PEDWEB.ERR COM O MOTIVO. CADA PEDIDO
      *    TRATADO ATUALIZA O PONTO DE REINICIO: COM PEDWEB_REINICIO
      *    = 'S' A RODADA PULA OS PEDIDOS JA TRATADOS, QUE JA TEM
      *    NUMERO E ESTOQUE RESERVADO DA RODADA ANTERIOR.
           IF WRK-OPERADOR-ENV = SPACES
              MOVE 'WEB' TO WRK-OPERADOR
           END-IF.
           MOVE ZEROS TO WRK-WEB-CKP-QTD.
           ACCEPT WRK-WEB-REINICIO FROM ENVIRONMENT 'PEDWEB_REINICIO'.
           IF WRK-WEB-REINICIO = 'S'
              PERFORM 6020-LER-CHECKPOINT
           END-IF.

           OPEN INPUT PEDWEB.
           IF PEDWEB-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PEDWEB.TRN. STATUS: '
                 PEDWEB-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN EXTEND PEDWEBERR
              IF PEDWEBERR-STATUS = 35
                 OPEN OUTPUT PEDWEBERR
              END-IF
              OPEN EXTEND PEDWEBLOG
              IF PEDWEBLOG-STATUS = 35
                 OPEN OUTPUT PEDWEBLOG
              END-IF
              OPEN EXTEND CLIJOURNAL
              IF CLIJOURNAL-STATUS = 35
                 OPEN OUTPUT CLIJOURNAL
              END-IF
              IF PEDWEBERR-STATUS NOT = 00
                    OR PEDWEBLOG-STATUS NOT = 00
                    OR CLIJOURNAL-STATUS NOT = 00
                 DISPLAY 'ERRO AO ABRIR PEDWEB.ERR/PEDWEB.LOG/'
                    'CLIENTES.JRN. STATUS: ' PEDWEBERR-STATUS ' '
                    PEDWEBLOG-STATUS ' ' CLIJOURNAL-STATUS
                 IF PEDWEBERR-STATUS = 00
                    CLOSE PEDWEBERR
                 END-IF
                 IF PEDWEBLOG-STATUS = 00
                    CLOSE PEDWEBLOG
                 END-IF
                 IF CLIJOURNAL-STATUS = 00
                    CLOSE CLIJOURNAL
                 END-IF
                 CLOSE PEDWEB
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'N' TO WRK-WEB-FIM
                 PERFORM 6010-LER-LINHA
                 PERFORM UNTIL WRK-WEB-FIM = 'S'
                    IF PWB-TIPO = 'H'
                       ADD 1 TO WRK-WEB-QTD-PEDIDOS
                       PERFORM 6100-CARREGAR-PEDIDO
                       IF WRK-WEB-QTD-PEDIDOS > WRK-WEB-CKP-QTD
                          PERFORM 6200-PROCESSAR-PEDIDO
                          PERFORM 6030-GRAVAR-CHECKPOINT
                       ELSE
                          ADD 1 TO WRK-WEB-QTD-PULADOS
                       END-IF
                    ELSE
      *                LINHA SOLTA (ITEM SEM CABECALHO OU TIPO
      *                DESCONHECIDO). ANTES DO PONTO DE REINICIO ELA JA
      *                FOI REJEITADA NA RODADA ANTERIOR.
                       IF WRK-WEB-QTD-PEDIDOS > WRK-WEB-CKP-QTD
                             OR WRK-WEB-CKP-QTD = ZEROS
                          PERFORM 6295-REJEITAR-LINHA
                       END-IF
                       PERFORM 6010-LER-LINHA
                    END-IF
                 END-PERFORM

                 CLOSE PEDWEB
                 CLOSE PEDWEBERR
                 CLOSE PEDWEBLOG
                 CLOSE CLIJOURNAL
                 IF (WRK-WEB-QTD-REJEITADOS > ZEROS
                       OR WRK-WEB-QTD-FORA > ZEROS)
                       AND RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

           DISPLAY ' ######   IMPORTACAO DA LOJA VIRTUAL   ###### '.
           DISPLAY 'PEDIDOS LIDOS........: ' WRK-WEB-QTD-PEDIDOS.
           DISPLAY 'PEDIDOS PULADOS......: ' WRK-WEB-QTD-PULADOS.
           DISPLAY 'PEDIDOS GRAVADOS.....: ' WRK-WEB-QTD-GRAVADOS.
           DISPLAY '  AGUARDANDO ALCADA..: ' WRK-WEB-QTD-ALCADA.
           DISPLAY 'PEDIDOS REJEITADOS...: ' WRK-WEB-QTD-REJEITADOS.
           DISPLAY 'LINHAS FORA DE ORDEM.: ' WRK-WEB-QTD-FORA.
           DISPLAY 'CLIENTES INCLUIDOS...: ' WRK-WEB-QTD-CLIENTES.
      *----------------------------------------------------------------*
       6010-LER-LINHA SECTION.
      *----------------------------------------------------------------*
           READ PEDWEB
              AT END
                 MOVE 'S' TO WRK-WEB-FIM
           END-READ.
      *----------------------------------------------------------------*
       6020-LER-CHECKPOINT SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT PEDWEBCKP.
           IF PEDWEBCKP-STATUS = 00
              READ PEDWEBCKP
                 AT END
                    CONTINUE
              END-READ
              IF PEDWEBCKP-STATUS = 00
                 MOVE CKPW-QTD-PEDIDOS TO WRK-WEB-CKP-QTD
                 IF WRK-WEB-CKP-QTD > 0
                    DISPLAY 'REINICIO APOS ' WRK-WEB-CKP-QTD
                       ' PEDIDOS JA TRATADOS'
                 END-IF
              END-IF
              CLOSE PEDWEBCKP
           END-IF.
      *----------------------------------------------------------------*
       6030-GRAVAR-CHECKPOINT SECTION.
      *----------------------------------------------------------------*
      *    SEM PONTO DE REINICIO GRAVADO, UM REINICIO INCLUIRIA DE
      *    NOVO O PEDIDO: A IMPORTACAO PARA AQUI.
           OPEN OUTPUT PEDWEBCKP.
           IF PEDWEBCKP-STATUS = 00
              MOVE WRK-WEB-QTD-PEDIDOS TO CKPW-QTD-PEDIDOS
              WRITE CKPW-REG
              IF PEDWEBCKP-STATUS NOT = 00
                 DISPLAY 'ERRO AO GRAVAR PEDWEB.CKP. STATUS: '
                    PEDWEBCKP-STATUS
                 MOVE 'S' TO WRK-WEB-FIM
                 MOVE 8   TO RETURN-CODE
              END-IF
              CLOSE PEDWEBCKP
           ELSE
              DISPLAY 'ERRO AO ABRIR PEDWEB.CKP. STATUS: '
                 PEDWEBCKP-STATUS
              MOVE 'S' TO WRK-WEB-FIM
              MOVE 8   TO RETURN-CODE
           END-IF.
           IF WRK-WEB-FIM = 'S'
              DISPLAY 'IMPORTACAO INTERROMPIDA APOS O PEDIDO '
                 WRK-WEB-QTD-PEDIDOS ' DO ARQUIVO.'
           END-IF.
      *----------------------------------------------------------------*
       6100-CARREGAR-PEDIDO SECTION.
      *----------------------------------------------------------------*
      *    GUARDA O CABECALHO E AS LINHAS 'I' QUE O SEGUEM, PARANDO
      *    NA PRIMEIRA LINHA DE OUTRO TIPO (QUE FICA LIDA PARA O
      *    LACO PRINCIPAL). LINHAS ALEM DA TABELA SO SAO CONTADAS: O
      *    PEDIDO JA ESTA ACIMA DO LIMITE DE ITENS E SERA REJEITADO.
           MOVE 1     TO WRK-WEB-QTD-LINHAS.
           MOVE ZEROS TO WRK-WEB-EXCESSO.
           MOVE PEDWEB-REG TO WRK-WEB-LINHA(1).
           PERFORM 6010-LER-LINHA.
           PERFORM UNTIL WRK-WEB-FIM = 'S' OR PWB-TIPO NOT = 'I'
              IF WRK-WEB-QTD-LINHAS < 99
                 ADD 1 TO WRK-WEB-QTD-LINHAS
                 MOVE PEDWEB-REG TO WRK-WEB-LINHA(WRK-WEB-QTD-LINHAS)
              ELSE
                 ADD 1 TO WRK-WEB-EXCESSO
              END-IF
              PERFORM 6010-LER-LINHA
           END-PERFORM.
      *----------------------------------------------------------------*
       6200-PROCESSAR-PEDIDO SECTION.
      *----------------------------------------------------------------*
      *    CADA ETAPA SO RODA SE A ANTERIOR NAO APONTOU MOTIVO DE
      *    REJEICAO; NADA E GRAVADO NO PEDIDOS ANTES DO CREDITO.
           MOVE WRK-WEB-LINHA(1) TO WEB-LINHA.
           MOVE WEB-REFERENCIA   TO WRK-WEB-REFERENCIA.
           MOVE ZEROS TO WRK-WEB-MOTIVO.
           IF WEB-FONE NOT NUMERIC
              MOVE 17 TO WRK-WEB-MOTIVO
           ELSE
              IF WEB-FONE = ZEROS
                 MOVE 17 TO WRK-WEB-MOTIVO
              ELSE
                 MOVE ZEROS    TO PEDIDOS-NUMERO PEDIDOS-QTD-ITENS
                                  PEDIDOS-VALOR
                 MOVE WEB-FONE TO PEDIDOS-FONE-CLIENTE
                 PERFORM 6210-LOCALIZAR-CLIENTE
              END-IF
           END-IF.
           IF WRK-WEB-MOTIVO = ZEROS
              PERFORM 6220-CONFERIR-CABECALHO
           END-IF.
           IF WRK-WEB-MOTIVO = ZEROS
              PERFORM 6230-CARREGAR-ITENS
           END-IF.
           IF WRK-WEB-MOTIVO = ZEROS
              MOVE 'V' TO WRK-PER-MODULO
              ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD
              PERFORM 4800-CONFERIR-PERIODO
              IF WRK-PERIODO-OK = 'N'
                 MOVE 20 TO WRK-WEB-MOTIVO
              END-IF
           END-IF.
      *    A CONDICAO VEIO CONFERIDA NO 6220: PEDIDO A VISTA NAO
      *    PASSA PELO CREDITO.
           IF WRK-WEB-MOTIVO = ZEROS
              PERFORM 4085-CONFERIR-A-PRAZO
              IF WRK-A-PRAZO = 'S'
                 PERFORM 4090-VERIFICAR-CREDITO
              ELSE
                 MOVE 'S' TO WRK-CREDITO-OK
              END-IF
              EVALUATE WRK-CREDITO-OK
                 WHEN 'N'
                    MOVE 11 TO WRK-WEB-MOTIVO
                 WHEN 'B'
                    MOVE 10 TO WRK-WEB-MOTIVO
                 WHEN OTHER
                    PERFORM 4025-EFETIVAR-GRAVACAO
                    IF PEDIDOS-STATUS = 00
                       PERFORM 6240-REGISTRAR-IMPORTADO
                    ELSE
                       DISPLAY 'ERRO AO GRAVAR O PEDIDO '
                          WRK-WEB-REFERENCIA ' STATUS: '
                          PEDIDOS-STATUS
                       MOVE 12 TO WRK-WEB-MOTIVO
                    END-IF
              END-EVALUATE
           END-IF.
           IF WRK-WEB-MOTIVO NOT = ZEROS
              PERFORM 6290-REJEITAR-PEDIDO
           END-IF.
           MOVE SPACES TO WRK-WEB-REFERENCIA.
      *----------------------------------------------------------------*
       6210-LOCALIZAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    CLIENTE JA CADASTRADO PRECISA ESTAR ATIVO, COMO NO BALCAO;
      *    QUEM AINDA NAO E CLIENTE E CADASTRADO COM OS DADOS DO
      *    CABECALHO.
           MOVE WEB-FONE TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 CONTINUE
           END-READ.
           EVALUATE CLIENTES-STATUS
              WHEN 51
                 MOVE 05 TO WRK-WEB-MOTIVO
              WHEN 00
                 IF CLIENTES-SITUACAO = 'I'
                    MOVE 01 TO WRK-WEB-MOTIVO
                 ELSE
                    MOVE CLIENTES-UF TO WRK-UF-PEDIDO
                 END-IF
              WHEN 23
                 PERFORM 6215-INCLUIR-CLIENTE
              WHEN OTHER
                 DISPLAY 'ERRO AO LER O CLIENTE ' WEB-FONE
                    ' STATUS: ' CLIENTES-STATUS
                 MOVE 04 TO WRK-WEB-MOTIVO
           END-EVALUATE.
      *----------------------------------------------------------------*
       6215-INCLUIR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    CLIENTE NOVO NOS MOLDES DA CARGA DE CLIENTES: DOCUMENTO
      *    CONFERIDO (CPF PELO CPFVALIDA, CNPJ PELO CNPJVALIDA), CPF
      *    PROVISORIO IGUAL AO FONE QUANDO NAO INFORMADO, SEM LIMITE
      *    DE CREDITO, E O ENDERECO DE ENTREGA DO PEDIDO DA LOJA.
           MOVE 'S' TO WRK-WEB-DOC-VALIDO.
           IF WEB-TIPO-PESSOA = 'J'
              IF WEB-DOCUMENTO NUMERIC
                 CALL 'CNPJVALIDA' USING WEB-DOCUMENTO
                    WRK-WEB-DOC-VALIDO
              ELSE
                 MOVE 'N' TO WRK-WEB-DOC-VALIDO
              END-IF
              IF WRK-WEB-DOC-VALIDO = 'N'
                 MOVE 03 TO WRK-WEB-MOTIVO
              END-IF
           ELSE
              IF WEB-DOCUMENTO NOT NUMERIC
                 MOVE 'N' TO WRK-WEB-DOC-VALIDO
              ELSE
                 IF WEB-DOCUMENTO NOT = ZEROS
                    MOVE WEB-DOCUMENTO(4:11) TO WRK-WEB-CPF
                    CALL 'CPFVALIDA' USING WRK-WEB-CPF
                       WRK-WEB-DOC-VALIDO
                 END-IF
              END-IF
              IF WRK-WEB-DOC-VALIDO = 'N'
                 MOVE 02 TO WRK-WEB-MOTIVO
              END-IF
           END-IF.

      *    ENDERECO PELA TABELA DE CEP, COMO NO CADASTRO DO CLIENTES:
      *    O QUE VEIO EM BRANCO E COMPLETADO, CIDADE/UF DIFERENTE DA
      *    DO CEP RECUSA O PEDIDO.
           IF WRK-WEB-MOTIVO = ZEROS
                 AND WEB-CEP NUMERIC
              IF WEB-CEP NOT = ZEROS
                 MOVE WEB-CEP        TO CEV-CEP
                 MOVE WEB-LOGRADOURO TO CEV-LOGRADOURO
                 MOVE WEB-CIDADE     TO CEV-CIDADE
                 MOVE WEB-UF         TO CEV-UF
                 CALL 'CEPVALIDA' USING CEV-PARAMETROS
                 EVALUATE CEV-RETORNO
                    WHEN 'S'
                       MOVE CEV-LOGRADOURO TO WEB-LOGRADOURO
                       MOVE CEV-CIDADE     TO WEB-CIDADE
                       MOVE CEV-UF         TO WEB-UF
                    WHEN 'N'
                       MOVE 18 TO WRK-WEB-MOTIVO
                    WHEN 'D'
                       MOVE 19 TO WRK-WEB-MOTIVO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

           IF WRK-WEB-MOTIVO = ZEROS
              MOVE WEB-FONE     TO CLIENTES-FONE
              MOVE WEB-NOME     TO CLIENTES-NOME
              MOVE WEB-EMAIL    TO CLIENTES-EMAIL
              MOVE WEB-FONE     TO CLIENTES-CPF
              MOVE 'A'          TO CLIENTES-SITUACAO
              MOVE ZEROS        TO CLIENTES-DT-INATIVACAO
              MOVE ZEROS        TO CLIENTES-MOTIVO-INATIVACAO
              MOVE WEB-ENDERECO TO CLIENTES-ENDERECO
              MOVE ZEROS        TO CLIENTES-LIMITE-CREDITO
              MOVE 'F'          TO CLIENTES-TIPO-PESSOA
              MOVE ZEROS        TO CLIENTES-CNPJ
              MOVE ZEROS        TO CLIENTES-DT-REVISAO
              MOVE 'N'          TO CLIENTES-BLOQ-CREDITO
              MOVE 'N'          TO CLIENTES-SEM-MARKETING
              IF WEB-TIPO-PESSOA = 'J'
                 MOVE 'J'           TO CLIENTES-TIPO-PESSOA
                 MOVE WEB-DOCUMENTO TO CLIENTES-CNPJ
              ELSE
                 IF WEB-DOCUMENTO NOT = ZEROS
                    MOVE WRK-WEB-CPF TO CLIENTES-CPF
                 END-IF
              END-IF
              WRITE CLIENTES-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              IF CLIENTES-STATUS = 00
                 ADD 1 TO WRK-WEB-QTD-CLIENTES
                 MOVE CLIENTES-UF TO WRK-UF-PEDIDO
                 PERFORM 6216-GRAVAR-JOURNAL-CLIENTE
              ELSE
                 DISPLAY 'ERRO AO INCLUIR FONE ' WEB-FONE
                    ' STATUS: ' CLIENTES-STATUS
                 MOVE 04 TO WRK-WEB-MOTIVO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       6216-GRAVAR-JOURNAL-CLIENTE SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL      TO CJR-DATA.
           ACCEPT WRK-HORA-ATUAL    FROM TIME.
           MOVE WRK-HORA-ATUAL(1:6) TO CJR-HORA.
           MOVE 'I'                 TO CJR-OPERACAO.
           MOVE ZEROS  TO CJR-ANTES-FONE CJR-ANTES-CPF.
           MOVE SPACES TO CJR-ANTES-NOME CJR-ANTES-EMAIL
                          CJR-ANTES-SITUACAO CJR-ANTES-ENDERECO.
           MOVE CLIENTES-FONE       TO CJR-DEPOIS-FONE.
           MOVE CLIENTES-NOME       TO CJR-DEPOIS-NOME.
           MOVE CLIENTES-EMAIL      TO CJR-DEPOIS-EMAIL.
           MOVE CLIENTES-CPF        TO CJR-DEPOIS-CPF.
           MOVE CLIENTES-SITUACAO   TO CJR-DEPOIS-SITUACAO.
           MOVE CLIENTES-ENDERECO   TO CJR-DEPOIS-ENDERECO.
           MOVE WRK-OPERADOR        TO CJR-OPERADOR.
           WRITE CJR-REG.
      *----------------------------------------------------------------*
       6220-CONFERIR-CABECALHO SECTION.
      *----------------------------------------------------------------*
      *    VENDEDOR E CONDICAO DE PAGAMENTO CONFERIDOS COMO NO 4008 E
      *    NO 4080. VENDEDOR EM BRANCO (OU CADASTRO FECHADO) = PEDIDO
      *    SEM VENDEDOR; CONDICAO 00 = PARCELA UNICA EM 30 DIAS.
           MOVE SPACES TO WRK-VENDEDOR.
           IF WRK-VENDEDORES-ABERTO = 'S'
                 AND WEB-VENDEDOR NOT = SPACES
              MOVE WEB-VENDEDOR TO VEND-CODIGO
              READ VENDEDORES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF VENDEDORES-STATUS NOT = 00
                 MOVE 14 TO WRK-WEB-MOTIVO
              ELSE
                 IF VEND-SITUACAO = 'I'
                    MOVE 14 TO WRK-WEB-MOTIVO
                 ELSE
                    MOVE WEB-VENDEDOR TO WRK-VENDEDOR
                 END-IF
              END-IF
           END-IF.

           MOVE ZEROS TO WRK-COND-PAGTO.
           IF WEB-COND-PAGTO NOT NUMERIC
              MOVE 13 TO WRK-WEB-MOTIVO
           ELSE
              IF WEB-COND-PAGTO NOT = ZEROS
                 IF WRK-CONDPAG-ABERTO = 'S'
                    MOVE WEB-COND-PAGTO TO COND-CODIGO
                    READ CONDPAG
                       INVALID KEY
                          CONTINUE
                    END-READ
                    IF CONDPAG-STATUS = 00
                       MOVE WEB-COND-PAGTO TO WRK-COND-PAGTO
                    ELSE
                       MOVE 13 TO WRK-WEB-MOTIVO
                    END-IF
                 ELSE
                    MOVE 13 TO WRK-WEB-MOTIVO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       6230-CARREGAR-ITENS SECTION.
      *----------------------------------------------------------------*
      *    MONTA A TABELA DE ITENS COMO A DIGITACAO DO 4005, PELO
      *    MESMO 4010 (SALDO, KIT, LOTE E PRECO VIGENTE/CONTRATO/
      *    PROMOCAO). NA IMPORTACAO NAO HA SUBSTITUTO NEM BACKORDER:
      *    ITEM RECUSADO REJEITA O PEDIDO INTEIRO.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-VALOR-TOTAL
                         WRK-PESO-PEDIDO WRK-VOLUME-PEDIDO.
           INITIALIZE WRK-ITENS-TABELA.
           IF WRK-WEB-QTD-LINHAS < 2
                 OR WRK-WEB-QTD-LINHAS > 11
                 OR WRK-WEB-EXCESSO > ZEROS
              MOVE 09 TO WRK-WEB-MOTIVO
           END-IF.
           PERFORM VARYING WRK-WEB-IDX FROM 2 BY 1
                 UNTIL WRK-WEB-IDX > WRK-WEB-QTD-LINHAS
                    OR WRK-WEB-MOTIVO NOT = ZEROS
              MOVE WRK-WEB-LINHA(WRK-WEB-IDX) TO WEB-LINHA
              IF WEB-REFERENCIA NOT = WRK-WEB-REFERENCIA
                 MOVE 16 TO WRK-WEB-MOTIVO
              ELSE
                 IF WEB-PRODUTO NOT NUMERIC
                       OR WEB-QUANTIDADE NOT NUMERIC
                    MOVE 15 TO WRK-WEB-MOTIVO
                 ELSE
                    IF WEB-QUANTIDADE = ZEROS
                       MOVE 15 TO WRK-WEB-MOTIVO
                    ELSE
                       PERFORM 4007-LIMPAR-ITEM
                       MOVE WEB-PRODUTO    TO ITENS-CODIGO-PRODUTO
                       MOVE WEB-QUANTIDADE TO ITENS-QUANTIDADE
                       PERFORM 4010-LOCALIZAR-PRODUTO
                       IF WRK-ITEM-OK = 'S'
                          PERFORM 4006-GUARDAR-ITEM
                       ELSE
                          EVALUATE WRK-MSG-ITEM
                             WHEN 'PRODUTO NAO ENCONTRADO!'
                                MOVE 06 TO WRK-WEB-MOTIVO
                             WHEN 'ESTOQUE INSUFICIENTE!'
                                MOVE 07 TO WRK-WEB-MOTIVO
                             WHEN OTHER
                                MOVE 08 TO WRK-WEB-MOTIVO
                          END-EVALUATE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       6240-REGISTRAR-IMPORTADO SECTION.
      *----------------------------------------------------------------*
      *    REFERENCIA DA LOJA X NUMERO DO PEDIDO, PARA A CONFERENCIA.
      *    PEDIDO ACIMA DA ALCADA ENTRA 'P' E ESPERA O GERENTE COMO
      *    NO BALCAO.
           ADD 1 TO WRK-WEB-QTD-GRAVADOS.
           IF PEDIDOS-SITUACAO = 'P'
              ADD 1 TO WRK-WEB-QTD-ALCADA
           END-IF.
           IF WRK-ERRO-GRAVACAO = 'S'
              DISPLAY 'PEDIDO ' PEDIDOS-NUMERO ' (' WRK-WEB-REFERENCIA
                 ') GRAVADO COM ERRO NOS ITENS. CONFERIR!'
           END-IF.
           MOVE SPACES TO WBL-REG.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL       TO WBL-DATA.
           ACCEPT WRK-HORA-ATUAL     FROM TIME.
           MOVE WRK-HORA-ATUAL(1:6)  TO WBL-HORA.
           MOVE WRK-WEB-REFERENCIA   TO WBL-REFERENCIA.
           MOVE PEDIDOS-NUMERO       TO WBL-PEDIDO.
           MOVE PEDIDOS-FONE-CLIENTE TO WBL-FONE.
           MOVE PEDIDOS-VALOR        TO WBL-VALOR.
           MOVE PEDIDOS-SITUACAO     TO WBL-SITUACAO.
           WRITE WBL-REG.
      *----------------------------------------------------------------*
       6290-REJEITAR-PEDIDO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-WEB-QTD-REJEITADOS.
           DISPLAY 'PEDIDO ' WRK-WEB-REFERENCIA ' REJEITADO. MOTIVO: '
              WRK-WEB-MOTIVO.
           PERFORM VARYING WRK-WEB-IDX FROM 1 BY 1
                 UNTIL WRK-WEB-IDX > WRK-WEB-QTD-LINHAS
              MOVE WRK-WEB-LINHA(WRK-WEB-IDX) TO ERRW-LINHA
              MOVE WRK-WEB-MOTIVO             TO ERRW-MOTIVO
              WRITE ERRW-REG
              IF PEDWEBERR-STATUS NOT = 00
                 DISPLAY 'ERRO AO GRAVAR PEDWEB.ERR. STATUS: '
                    PEDWEBERR-STATUS
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       6295-REJEITAR-LINHA SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-WEB-QTD-FORA.
           MOVE PEDWEB-REG TO ERRW-LINHA.
           MOVE 16         TO ERRW-MOTIVO.
           WRITE ERRW-REG.
           IF PEDWEBERR-STATUS NOT = 00
              DISPLAY 'ERRO AO GRAVAR PEDWEB.ERR. STATUS: '
                 PEDWEBERR-STATUS
           END-IF.
      *----------------------------------------------------------------*
       4910-GUARDAR-IMAGEM-ANTES SECTION.
      *----------------------------------------------------------------*
           IF WRK-PRECOCLI-ABERTO = 'S'
              CLOSE PRECOCLI
           END-IF.
           IF WRK-PROMOCOES-ABERTO = 'S'
              CLOSE PROMOCOES
           END-IF.
           IF WRK-VENDEDORES-ABERTO = 'S'
              CLOSE VENDEDORES
           END-IF.
           IF WRK-SUBST-ABERTO = 'S'
              CLOSE SUBSTITUTOS
           END-IF.
      *----------------------------------------------------------------*
           COPY 'DATAEXTPD.COB'.
      *----------------------------------------------------------------*
