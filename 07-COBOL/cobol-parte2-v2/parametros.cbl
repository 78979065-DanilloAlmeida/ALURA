      ******************************************************************
      *AUTHOR..: DANILLO
      *OBJETIVO: MANUTENCAO DOS PARAMETROS DE REGRA DE NEGOCIO
      *DATA....: 15/10/26
      *
      ******************************************************************
      *    CADASTRO CENTRAL DAS REGRAS QUE ANTES SO EXISTIAM COMO
      *    VARIAVEL DE AMBIENTE NO SCRIPT DO JOB (JUROS, MULTA,
      *    ALCADAS, PRAZOS, CORTES...). CADA MUDANCA E UMA NOVA
      *    VIGENCIA DO PARAMETRO, ENTAO O VALOR EM VIGOR EM QUALQUER
      *    DATA CONTINUA CONSULTAVEL. NAO SE INCLUI VIGENCIA
      *    RETROATIVA, E SO A VIGENCIA AINDA FUTURA PODE SER ALTERADA
      *    OU EXCLUIDA. A OPCAO 5 CRIA OS PARAMETROS CONHECIDOS QUE
      *    AINDA NAO EXISTEM, COM O VALOR PADRAO DE CADA PROGRAMA.
      *    SO OPERADOR ADMINISTRADOR (OPER-ADMIN = 'S', COMO NO
      *    PERIODOS) ENTRA AQUI; INCLUSAO, ALTERACAO, EXCLUSAO, CARGA
      *    E ACESSO NEGADO VAO PARA PARAMETROS.LOG COM O OPERADOR E OS
      *    VALORES ANTERIOR E NOVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. PARAMETROS.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO WRK-PARAMETROS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PARAMETROS-STATUS
              RECORD KEY PAR-CHAVE.

           SELECT OPERADORES ASSIGN TO WRK-OPERADORES-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OPERADORES-STATUS
              RECORD KEY OPER-CODIGO.

           SELECT PARAMETROSLOG ASSIGN TO 'PARAMETROS.LOG'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARAMETROSLOG-STATUS.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *-------------
       FD PARAMETROS.
       COPY 'parametros-reg.cpy'.
      *-------------
       FD OPERADORES.
       COPY 'operadores-reg.cpy'.
      *-------------
      *    ACAO: 'I' INCLUSAO, 'A' ALTERACAO, 'E' EXCLUSAO, 'C' CARGA
      *    DO VALOR PADRAO, 'N' ACESSO NEGADO (SEM PERFIL DE
      *    ADMINISTRADOR).
       FD PARAMETROSLOG.
       01 PML-REG.
          05 PML-DATA            PIC 9(08).
          05 PML-HORA            PIC 9(06).
          05 PML-OPERADOR        PIC X(08).
          05 PML-ACAO            PIC X(01).
          05 PML-NOME            PIC X(30).
          05 PML-VIGENCIA        PIC 9(08).
          05 PML-VALOR-ANTERIOR  PIC X(20).
          05 PML-VALOR-NOVO      PIC X(20).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       COPY 'parametros-cfg.cpy'.
       COPY 'operadores-cfg.cpy'.
       77 PARAMETROS-STATUS    PIC   9(02).
       77 OPERADORES-STATUS    PIC   9(02).
       77 PARAMETROSLOG-STATUS PIC   9(02).
       77 WRK-OPERADOR         PIC   X(08) VALUE 'DIRETO'.
       77 WRK-OPERADOR-ENV     PIC   X(08) VALUE SPACES.
       77 WRK-ADMIN-OK         PIC   X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC   X(01).
       77 WRK-MODULO           PIC   X(25).
       77 WRK-TECLA            PIC   X(1).
       77 WRK-CONFIRMA         PIC   X(1).
       77 WRK-VALIDO           PIC   X(01).
       77 WRK-ACAO             PIC   X(01).
       77 WRK-NOME             PIC   X(30).
       77 WRK-VIGENCIA         PIC   9(08).
       77 WRK-DATA-REF         PIC   9(08).
       77 WRK-DATA-ATUAL       PIC   9(08).
       77 WRK-HORA-ATUAL       PIC   9(08).
       77 WRK-FIM-ARQUIVO      PIC   X(01).
       77 WRK-LISTAR           PIC   X(01).
       77 WRK-LINHA-HIST       PIC   9(02).
       77 WRK-POS-HIST         PIC   9(04).
       77 WRK-VALOR-EDIT       PIC   Z(10)9.
       77 WRK-VALOR-FMT        PIC   X(20).
       77 WRK-VALOR-ANTERIOR   PIC   X(20).
       77 WRK-IDX-PAD          PIC   9(02).
       77 WRK-QTD-CARGA        PIC   9(02).

      *    ULTIMA VIGENCIA DO NOME (CADASTRO QUE AS NOVAS HERDAM) E A
      *    VIGENCIA EM VIGOR NA DATA DE REFERENCIA, MONTADAS PELO
      *    5000-LER-HISTORICO.
       01 WRK-BASE.
          05 WRK-BASE-ACHOU    PIC X(01).
          05 WRK-BASE-DESCRICAO PIC X(40).
          05 WRK-BASE-TIPO     PIC X(01).
          05 WRK-BASE-MINIMO   PIC 9(11).
          05 WRK-BASE-MAXIMO   PIC 9(11).
       01 WRK-VIGOR.
          05 WRK-VIGOR-ACHOU   PIC X(01).
          05 WRK-VIGOR-VIGENCIA PIC 9(08).
          05 WRK-VIGOR-VALOR   PIC X(20).

       01 WRK-LINHA-HIST-PAR.
          05 WRK-LH-MARCA      PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WRK-LH-VIGENCIA   PIC 9(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WRK-LH-VALOR      PIC X(20).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WRK-LH-DT-ALTERACAO PIC 9(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WRK-LH-OPERADOR   PIC X(08).

      *    PARAMETROS CONHECIDOS, COM O VALOR QUE CADA PROGRAMA USA
      *    QUANDO NAO HA CADASTRO NEM VARIAVEL DE AMBIENTE. TIPO E
      *    VALOR ALFANUMERICO NO MESMO CAMPO ('N' OU 'A' + VALOR).
       01 WRK-TAB-PADRAO.
          05 FILLER PIC X(30) VALUE 'ABC_CORTE_A'.
          05 FILLER PIC X(40) VALUE
             'CORTE DA CLASSE A NA CURVA ABC (%)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 80.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 100.
          05 FILLER PIC X(30) VALUE 'ABC_CORTE_B'.
          05 FILLER PIC X(40) VALUE
             'CORTE DA CLASSE B NA CURVA ABC (%)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 95.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 100.
          05 FILLER PIC X(30) VALUE 'ACORDO_DESC_MAX_CTM'.
          05 FILLER PIC X(40) VALUE
             'DESCONTO MAXIMO NO ACORDO (% X 100)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 1000.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 10000.
          05 FILLER PIC X(30) VALUE 'APROVACAO_ATRASO_DIAS'.
          05 FILLER PIC X(40) VALUE
             'PEDIDO EM APROVACAO ATRASADO APOS (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 2.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 99.
          05 FILLER PIC X(30) VALUE 'AVALFORN_CORTE_A'.
          05 FILLER PIC X(40) VALUE
             'NOTA MINIMA DO FORNECEDOR CLASSE A'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 85.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 100.
          05 FILLER PIC X(30) VALUE 'AVALFORN_CORTE_B'.
          05 FILLER PIC X(40) VALUE
             'NOTA MINIMA DO FORNECEDOR CLASSE B'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 65.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 100.
          05 FILLER PIC X(30) VALUE 'AVALFORN_PRAZO'.
          05 FILLER PIC X(40) VALUE
             'PRAZO PADRAO DE ENTREGA DO FORNEC (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 15.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'BACKUP_RETENCAO_DIAS'.
          05 FILLER PIC X(40) VALUE
             'RETENCAO DAS GERACOES DE BACKUP (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 30.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'CICLICO_ITENS_DIA'.
          05 FILLER PIC X(40) VALUE
             'ITENS POR DIA NA CONTAGEM CICLICA'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 20.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'COMISSAO_BASE'.
          05 FILLER PIC X(40) VALUE
             'BASE DA COMISSAO (V VENDA, R RECEBIDO)'.
          05 FILLER PIC X(21) VALUE 'AV'.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC X(30) VALUE 'COMISSAO_PCT_CTM'.
          05 FILLER PIC X(40) VALUE
             'COMISSAO PADRAO DO VENDEDOR (% X 100)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 500.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 9999.
          05 FILLER PIC X(30) VALUE 'CONCILIA_DIAS'.
          05 FILLER PIC X(40) VALUE
             'TOLERANCIA DE DATA NA CONCILIACAO (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 99.
          05 FILLER PIC X(30) VALUE 'CREDREV_DIAS_BLOQUEIO'.
          05 FILLER PIC X(40) VALUE
             'ATRASO QUE BLOQUEIA O CREDITO (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 60.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'CREDREV_LIMITE_MIN_CTVS'.
          05 FILLER PIC X(40) VALUE
             'LIMITE DE CREDITO MINIMO (CENTAVOS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 10000.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 999999999.
          05 FILLER PIC X(30) VALUE 'CREDREV_PCT_COMPRAS'.
          05 FILLER PIC X(40) VALUE
             'LIMITE SOBRE AS COMPRAS DO ANO (%)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 30.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'CREDREV_PONTOS_MIN'.
          05 FILLER PIC X(40) VALUE
             'PONTUACAO MINIMA PARA MANTER O CREDITO'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 40.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 100.
          05 FILLER PIC X(30) VALUE 'DESCONTO_MAX_CTM'.
          05 FILLER PIC X(40) VALUE
             'DESCONTO MAXIMO NO PEDIDO (% X 100)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 1000.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 10000.
          05 FILLER PIC X(30) VALUE 'ENTREGA_ATRASO_DIAS'.
          05 FILLER PIC X(40) VALUE
             'PRAZO DE ENTREGA AO CLIENTE (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 5.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'ESTOQIDADE_JANELA'.
          05 FILLER PIC X(40) VALUE
             'JANELA DE GIRO DO ESTOQUE (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 90.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'ESTOQIDADE_LIMITE'.
          05 FILLER PIC X(40) VALUE
             'IDADE DE ESTOQUE PARADO (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 180.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'EXPURGO_MESES'.
          05 FILLER PIC X(40) VALUE
             'MESES DE VENDAS MANTIDOS NO EXPURGO'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 12.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'FERIAS_MAX_DEPTO'.
          05 FILLER PIC X(40) VALUE
             'FERIAS SIMULTANEAS POR DEPARTAMENTO'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 99.
          05 FILLER PIC X(30) VALUE 'FIDELIDADE_PONTOS_REAL'.
          05 FILLER PIC X(40) VALUE
             'PONTOS DE FIDELIDADE POR REAL'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 9999.
          05 FILLER PIC X(30) VALUE 'FIDELIDADE_PONTO_CTVS'.
          05 FILLER PIC X(40) VALUE
             'VALOR DO PONTO NO RESGATE (CENTAVOS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 9999.
          05 FILLER PIC X(30) VALUE 'FIDELIDADE_VALIDADE_MESES'.
          05 FILLER PIC X(40) VALUE
             'VALIDADE DOS PONTOS (MESES)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 12.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'FRETE_GRATIS_CENTAVOS'.
          05 FILLER PIC X(40) VALUE
             'PEDIDO MINIMO PARA FRETE GRATIS (CTVS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 50000.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 99999999.
          05 FILLER PIC X(30) VALUE 'JUROS_MES_CTM'.
          05 FILLER PIC X(40) VALUE
             'JUROS DE MORA AO MES (% X 100)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 100.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 9999.
          05 FILLER PIC X(30) VALUE 'LOTES_AVISO_DIAS'.
          05 FILLER PIC X(40) VALUE
             'AVISO DE VENCIMENTO DE LOTE (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 30.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'MULTA_PCT_CTM'.
          05 FILLER PIC X(40) VALUE
             'MULTA POR ATRASO (% X 100)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 200.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 9999.
          05 FILLER PIC X(30) VALUE 'NOTAS_FREQ_MINIMA'.
          05 FILLER PIC X(40) VALUE
             'FREQUENCIA MINIMA PARA APROVACAO (%)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 75.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 100.
          05 FILLER PIC X(30) VALUE 'ORCAMENTO_VALIDADE_DIAS'.
          05 FILLER PIC X(40) VALUE
             'VALIDADE DO ORCAMENTO (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 15.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'ORCREAL_TOLER_CTM'.
          05 FILLER PIC X(40) VALUE
             'TOLERANCIA ORCADO X REALIZADO (% X 100)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 1000.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 99999.
          05 FILLER PIC X(30) VALUE 'PEDIDO_APROVACAO_CTVS'.
          05 FILLER PIC X(40) VALUE
             'ALCADA DE APROVACAO DO PEDIDO (CTVS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 999999999.
          05 FILLER PIC X(30) VALUE 'PREVISAO_MEDIA_MESES'.
          05 FILLER PIC X(40) VALUE
             'MESES DA MEDIA MOVEL DA PREVISAO'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 3.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 24.
          05 FILLER PIC X(30) VALUE 'PREVISAO_METODO'.
          05 FILLER PIC X(40) VALUE
             'METODO DA PREVISAO (S SAZONAL, M MEDIA)'.
          05 FILLER PIC X(21) VALUE 'AS'.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC X(30) VALUE 'SENHA_VALIDADE_DIAS'.
          05 FILLER PIC X(40) VALUE
             'VALIDADE DA SENHA DO OPERADOR (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 90.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'SPOOL_RETENCAO_DIAS'.
          05 FILLER PIC X(40) VALUE
             'RETENCAO PADRAO DOS RELATORIOS (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 30.
          05 FILLER PIC 9(11) VALUE 0.
          05 FILLER PIC 9(11) VALUE 999.
          05 FILLER PIC X(30) VALUE 'SUGESTAO_DIAS'.
          05 FILLER PIC X(40) VALUE
             'JANELA DE VENDAS DA SUGESTAO (DIAS)'.
          05 FILLER PIC X(21) VALUE 'N'.
          05 FILLER PIC 9(11) VALUE 30.
          05 FILLER PIC 9(11) VALUE 1.
          05 FILLER PIC 9(11) VALUE 999.
       01 WRK-TAB-PADRAO-R REDEFINES WRK-TAB-PADRAO.
          05 WRK-PAD OCCURS 38 TIMES.
             10 WRK-PAD-NOME   PIC X(30).
             10 WRK-PAD-DESCRICAO PIC X(40).
             10 WRK-PAD-TIPO   PIC X(01).
             10 WRK-PAD-ALFA   PIC X(20).
             10 WRK-PAD-NUMERO PIC 9(11).
             10 WRK-PAD-MINIMO PIC 9(11).
             10 WRK-PAD-MAXIMO PIC 9(11).
      *------------------------
       SCREEN SECTION.
      *------------------------
       01 TELA.
          05 LIMPA-TELA.
             10 BLANK SCREEN.
             10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 2.
             10 LINE 01 COLUMN 25 PIC X(24)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                 FROM 'PARAMETROS DE NEGOCIO'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR VIGENCIA'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR VIGENCIA FUTURA'.
             05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR VIGENCIA FUTURA'.
             05 LINE 11 COLUMN 15 VALUE '5 - CARREGAR PADROES'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIDA'.
             05 LINE 14 COLUMN 15 VALUE 'OPCAO..: '.
             05 LINE 14 COLUMN 24 USING WRK-OPCAO.

       01 TELA-CHAVE.
             05 LINE 05 COLUMN 15 VALUE 'PARAMETRO....: '.
             05 LINE 05 COLUMN 30 PIC X(30) USING PAR-NOME.
             05 LINE 06 COLUMN 15 VALUE 'VIGENCIA.....: '.
             05 LINE 06 COLUMN 30 PIC 9(08) USING PAR-VIGENCIA.

       01 TELA-CONSULTA-CHAVE.
             05 LINE 05 COLUMN 15 VALUE 'PARAMETRO....: '.
             05 LINE 05 COLUMN 30 PIC X(30) USING PAR-NOME.
             05 LINE 06 COLUMN 15 VALUE 'EM VIGOR EM..: '.
             05 LINE 06 COLUMN 30 PIC 9(08) USING WRK-DATA-REF.

       01 TELA-CADASTRO.
             05 LINE 08 COLUMN 15 VALUE 'DESCRICAO....: '.
             05 LINE 08 COLUMN 30 PIC X(40) USING PAR-DESCRICAO.
             05 LINE 09 COLUMN 15 VALUE 'TIPO (N/A)...: '.
             05 LINE 09 COLUMN 30 PIC X(01) USING PAR-TIPO.
             05 LINE 10 COLUMN 15 VALUE 'MINIMO.......: '.
             05 LINE 10 COLUMN 30 PIC 9(11) USING PAR-MINIMO.
             05 LINE 11 COLUMN 15 VALUE 'MAXIMO.......: '.
             05 LINE 11 COLUMN 30 PIC 9(11) USING PAR-MAXIMO.

       01 TELA-CADASTRO-DADOS.
             05 LINE 08 COLUMN 15 VALUE 'DESCRICAO....: '.
             05 LINE 08 COLUMN 30 PIC X(40) FROM PAR-DESCRICAO.
             05 LINE 09 COLUMN 15 VALUE 'TIPO (N/A)...: '.
             05 LINE 09 COLUMN 30 PIC X(01) FROM PAR-TIPO.
             05 LINE 10 COLUMN 15 VALUE 'MINIMO.......: '.
             05 LINE 10 COLUMN 30 PIC 9(11) FROM PAR-MINIMO.
             05 LINE 11 COLUMN 15 VALUE 'MAXIMO.......: '.
             05 LINE 11 COLUMN 30 PIC 9(11) FROM PAR-MAXIMO.

       01 TELA-VALOR-NUM.
             05 LINE 13 COLUMN 15 VALUE 'VALOR........: '.
             05 LINE 13 COLUMN 30 PIC 9(11) USING PAR-VALOR-NUM.

       01 TELA-VALOR-ALFA.
             05 LINE 13 COLUMN 15 VALUE 'VALOR........: '.
             05 LINE 13 COLUMN 30 PIC X(20) USING PAR-VALOR-ALFA.

       01 TELA-VALOR-DADOS.
             05 LINE 13 COLUMN 15 VALUE 'VALOR........: '.
             05 LINE 13 COLUMN 30 PIC X(20) FROM WRK-VALOR-FMT.

       01 TELA-VIGOR.
             05 LINE 08 COLUMN 15 VALUE 'DESCRICAO....: '.
             05 LINE 08 COLUMN 30 PIC X(40) FROM WRK-BASE-DESCRICAO.
             05 LINE 09 COLUMN 15 VALUE 'VALOR........: '.
             05 LINE 09 COLUMN 30 PIC X(20) FROM WRK-VIGOR-VALOR.
             05 LINE 09 COLUMN 52 VALUE 'DESDE '.
             05 LINE 09 COLUMN 58 PIC 9(08) FROM WRK-VIGOR-VIGENCIA.
             05 LINE 11 COLUMN 10 VALUE
                '  VIGENCIA  VALOR                 ALTERADO  POR'.

       01 TELA-CONFIRMA.
             05 LINE 15 COLUMN 15 VALUE 'CONFIRMA (S/N)?: '.
             05 LINE 15 COLUMN 32 PIC X(01) USING WRK-CONFIRMA.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM UNTIL WRK-OPCAO = 'X' OR WRK-OPCAO = 'x'
              DISPLAY TELA
              ACCEPT TELA-MENU
              PERFORM 2000-PROCESSAR
           END-PERFORM.
           PERFORM 3000-FINALIZAR.
           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *---------------------
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPERADOR-ENV FROM ENVIRONMENT 'OPERADOR_CODIGO'.
           IF WRK-OPERADOR-ENV NOT = SPACES
              MOVE WRK-OPERADOR-ENV TO WRK-OPERADOR
           END-IF.
           ACCEPT WRK-PARAMETROS-PATH FROM ENVIRONMENT
              'PARAMETROS_DAT'.
           IF WRK-PARAMETROS-PATH = SPACES
              MOVE WRK-PARAMETROS-PATH-PADRAO TO WRK-PARAMETROS-PATH
           END-IF.

           ACCEPT WRK-OPERADORES-PATH FROM ENVIRONMENT
              'OPERADORES_DAT'.
           IF WRK-OPERADORES-PATH = SPACES
              MOVE WRK-OPERADORES-PATH-PADRAO TO WRK-OPERADORES-PATH
           END-IF.
           OPEN INPUT OPERADORES.
           IF OPERADORES-STATUS = 00
              MOVE WRK-OPERADOR TO OPER-CODIGO
              READ OPERADORES
                 INVALID KEY
                    CONTINUE
              END-READ
              IF OPERADORES-STATUS = 00 AND OPER-ADMIN = 'S'
                 MOVE 'S' TO WRK-ADMIN-OK
              END-IF
              CLOSE OPERADORES
           END-IF.

           OPEN EXTEND PARAMETROSLOG.
           IF PARAMETROSLOG-STATUS = 35
              OPEN OUTPUT PARAMETROSLOG
           END-IF.

      *    QUEM NAO E ADMINISTRADOR NAO ENTRA; A TENTATIVA FICA NO LOG.
           IF WRK-ADMIN-OK NOT = 'S'
              MOVE 'N'    TO WRK-ACAO
              MOVE SPACES TO PAR-NOME WRK-VALOR-ANTERIOR WRK-VALOR-FMT
              MOVE ZEROS  TO PAR-VIGENCIA
              PERFORM 6000-REGISTRAR-LOG
              CLOSE PARAMETROSLOG
              DISPLAY 'SO OPERADOR ADMINISTRADOR ALTERA PARAMETROS.'
              GOBACK
           END-IF.

           OPEN I-O PARAMETROS
              IF PARAMETROS-STATUS = 35 THEN
                 OPEN OUTPUT PARAMETROS
                 CLOSE PARAMETROS
                 OPEN I-O PARAMETROS
              END-IF.
           IF PARAMETROS-STATUS NOT = 00
              DISPLAY 'ERRO AO ABRIR PARAMETROS.DAT. STATUS: '
                 PARAMETROS-STATUS
              CLOSE PARAMETROSLOG
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 4000-INCLUIR
              WHEN 2
                 PERFORM 4100-CONSULTAR
              WHEN 3
                 PERFORM 4200-ALTERAR
              WHEN 4
                 PERFORM 4300-EXCLUIR
              WHEN 5
                 PERFORM 4400-CARREGAR-PADRAO
              WHEN OTHER
                 IF WRK-OPCAO NOT EQUAL 'X' AND NOT EQUAL 'x'
                    DISPLAY ' ENTRADA INVALIDA!!!'
                    ACCEPT WRK-TECLA
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       4000-INCLUIR SECTION.
      *----------------------------------------------------------------*
      *    A NOVA VIGENCIA HERDA DESCRICAO, TIPO E FAIXA DA ULTIMA
      *    VIGENCIA DO PARAMETRO; SO O PARAMETRO NOVO PEDE O CADASTRO.
           MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 5300-CAPTURAR-CHAVE.
           IF WRK-VALIDO = 'S' AND WRK-VIGENCIA < WRK-DATA-ATUAL
              DISPLAY 'VIGENCIA RETROATIVA NAO E PERMITIDA!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           END-IF.

           IF WRK-VALIDO = 'S'
              MOVE WRK-VIGENCIA TO WRK-DATA-REF
              MOVE 'N'          TO WRK-LISTAR
              PERFORM 5000-LER-HISTORICO
              IF WRK-VIGOR-ACHOU = 'S'
                 MOVE WRK-VIGOR-VALOR TO WRK-VALOR-ANTERIOR
              ELSE
                 MOVE SPACES          TO WRK-VALOR-ANTERIOR
              END-IF
              INITIALIZE PAR-REG
              MOVE WRK-NOME     TO PAR-NOME
              MOVE WRK-VIGENCIA TO PAR-VIGENCIA
              IF WRK-BASE-ACHOU = 'S'
                 MOVE WRK-BASE-DESCRICAO TO PAR-DESCRICAO
                 MOVE WRK-BASE-TIPO      TO PAR-TIPO
                 MOVE WRK-BASE-MINIMO    TO PAR-MINIMO
                 MOVE WRK-BASE-MAXIMO    TO PAR-MAXIMO
                 DISPLAY TELA-CADASTRO-DADOS
              ELSE
                 MOVE 'N' TO PAR-TIPO
                 ACCEPT TELA-CADASTRO
                 INSPECT PAR-TIPO CONVERTING 'na' TO 'NA'
                 PERFORM 5400-VALIDAR-CADASTRO
              END-IF
           END-IF.

           IF WRK-VALIDO = 'S'
              PERFORM 5100-CAPTURAR-VALOR
           END-IF.

           IF WRK-VALIDO = 'S'
              MOVE WRK-DATA-ATUAL TO PAR-DT-ALTERACAO
              MOVE WRK-OPERADOR   TO PAR-OPERADOR
              WRITE PAR-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              EVALUATE PARAMETROS-STATUS
                 WHEN 00
                    MOVE 'I' TO WRK-ACAO
                    PERFORM 5200-FORMATAR-VALOR
                    PERFORM 6000-REGISTRAR-LOG
                    DISPLAY 'VIGENCIA INCLUIDA COM SUCESSO!' AT 2001
                 WHEN 22
                    DISPLAY 'VIGENCIA JA CADASTRADA PARA O PARAMETRO!'
                       AT 2001
                 WHEN OTHER
                    DISPLAY 'ERRO AO INCLUIR. STATUS: '
                       PARAMETROS-STATUS AT 2001
              END-EVALUATE
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4100-CONSULTAR SECTION.
      *----------------------------------------------------------------*
      *    VALOR EM VIGOR NA DATA PEDIDA (ZERO = HOJE) E O HISTORICO
      *    DE VIGENCIAS, MARCANDO COM '*' A QUE VALE NA DATA.
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE SPACES TO PAR-NOME.
           MOVE ZEROS  TO WRK-DATA-REF.
           ACCEPT TELA-CONSULTA-CHAVE.
           MOVE PAR-NOME TO WRK-NOME.
           INSPECT WRK-NOME CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WRK-DATA-REF = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-REF
           END-IF.

           IF WRK-NOME = SPACES
              DISPLAY 'PARAMETRO INVALIDO!' AT 2001
           ELSE
              MOVE 'N' TO WRK-LISTAR
              PERFORM 5000-LER-HISTORICO
              IF WRK-BASE-ACHOU NOT = 'S'
                 DISPLAY 'PARAMETRO NAO CADASTRADO!' AT 2001
              ELSE
                 IF WRK-VIGOR-ACHOU NOT = 'S'
                    MOVE '(SEM VIGENCIA)' TO WRK-VIGOR-VALOR
                 END-IF
                 DISPLAY TELA-VIGOR
                 MOVE 'S' TO WRK-LISTAR
                 PERFORM 5000-LER-HISTORICO
              END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4200-ALTERAR SECTION.
      *----------------------------------------------------------------*
      *    SO O VALOR DE UMA VIGENCIA QUE AINDA NAO COMECOU; O QUE JA
      *    VALEU NAO SE REESCREVE.
           MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 5300-CAPTURAR-CHAVE.
           IF WRK-VALIDO = 'S'
              PERFORM 5500-LER-VIGENCIA-FUTURA
           END-IF.

           IF WRK-VALIDO = 'S'
              DISPLAY TELA-CADASTRO-DADOS
              PERFORM 5200-FORMATAR-VALOR
              MOVE WRK-VALOR-FMT TO WRK-VALOR-ANTERIOR
              PERFORM 5100-CAPTURAR-VALOR
           END-IF.

           IF WRK-VALIDO = 'S'
              MOVE WRK-DATA-ATUAL TO PAR-DT-ALTERACAO
              MOVE WRK-OPERADOR   TO PAR-OPERADOR
              REWRITE PAR-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              EVALUATE PARAMETROS-STATUS
                 WHEN 00
                    MOVE 'A' TO WRK-ACAO
                    PERFORM 5200-FORMATAR-VALOR
                    PERFORM 6000-REGISTRAR-LOG
                    DISPLAY 'VIGENCIA ALTERADA COM SUCESSO!' AT 2001
                 WHEN OTHER
                    DISPLAY 'ERRO AO ALTERAR. STATUS: '
                       PARAMETROS-STATUS AT 2001
              END-EVALUATE
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4300-EXCLUIR SECTION.
      *----------------------------------------------------------------*
           MOVE 'MODULO - EXCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 5300-CAPTURAR-CHAVE.
           IF WRK-VALIDO = 'S'
              PERFORM 5500-LER-VIGENCIA-FUTURA
           END-IF.

           IF WRK-VALIDO = 'S'
              DISPLAY TELA-CADASTRO-DADOS
              PERFORM 5200-FORMATAR-VALOR
              MOVE WRK-VALOR-FMT TO WRK-VALOR-ANTERIOR
              DISPLAY TELA-VALOR-DADOS
              MOVE SPACES TO WRK-CONFIRMA
              ACCEPT TELA-CONFIRMA
              IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 DELETE PARAMETROS
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 EVALUATE PARAMETROS-STATUS
                    WHEN 00
                       MOVE 'E'    TO WRK-ACAO
                       MOVE SPACES TO WRK-VALOR-FMT
                       PERFORM 6000-REGISTRAR-LOG
                       DISPLAY 'VIGENCIA EXCLUIDA COM SUCESSO!'
                          AT 2001
                    WHEN OTHER
                       DISPLAY 'ERRO AO EXCLUIR. STATUS: '
                          PARAMETROS-STATUS AT 2001
                 END-EVALUATE
              ELSE
                 DISPLAY 'EXCLUSAO CANCELADA!' AT 2001
              END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4400-CARREGAR-PADRAO SECTION.
      *----------------------------------------------------------------*
      *    CRIA, COM VIGENCIA DE HOJE, SO OS PARAMETROS DA TABELA QUE
      *    AINDA NAO TEM NENHUMA VIGENCIA; O QUE JA EXISTE NAO MUDA.
           MOVE 'MODULO - CARGA PADRAO' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
              MOVE ZEROS    TO WRK-QTD-CARGA
              MOVE 99999999 TO WRK-DATA-REF
              MOVE 'N'      TO WRK-LISTAR
              PERFORM VARYING WRK-IDX-PAD FROM 1 BY 1
                    UNTIL WRK-IDX-PAD > 38
                 MOVE WRK-PAD-NOME(WRK-IDX-PAD) TO WRK-NOME
                 PERFORM 5000-LER-HISTORICO
                 IF WRK-BASE-ACHOU NOT = 'S'
                    PERFORM 4410-INCLUIR-PADRAO
                 END-IF
              END-PERFORM
              DISPLAY 'PARAMETROS INCLUIDOS: ' WRK-QTD-CARGA AT 2001
           ELSE
              DISPLAY 'CARGA CANCELADA!' AT 2001
           END-IF.
           ACCEPT WRK-TECLA AT 2060.
      *----------------------------------------------------------------*
       4410-INCLUIR-PADRAO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE PAR-REG.
           MOVE WRK-PAD-NOME(WRK-IDX-PAD)      TO PAR-NOME.
           MOVE WRK-DATA-ATUAL                 TO PAR-VIGENCIA.
           MOVE WRK-PAD-DESCRICAO(WRK-IDX-PAD) TO PAR-DESCRICAO.
           MOVE WRK-PAD-TIPO(WRK-IDX-PAD)      TO PAR-TIPO.
           MOVE WRK-PAD-NUMERO(WRK-IDX-PAD)    TO PAR-VALOR-NUM.
           MOVE WRK-PAD-ALFA(WRK-IDX-PAD)      TO PAR-VALOR-ALFA.
           MOVE WRK-PAD-MINIMO(WRK-IDX-PAD)    TO PAR-MINIMO.
           MOVE WRK-PAD-MAXIMO(WRK-IDX-PAD)    TO PAR-MAXIMO.
           MOVE WRK-DATA-ATUAL                 TO PAR-DT-ALTERACAO.
           MOVE WRK-OPERADOR                   TO PAR-OPERADOR.
           WRITE PAR-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF PARAMETROS-STATUS = 00
              ADD 1 TO WRK-QTD-CARGA
              MOVE 'C'    TO WRK-ACAO
              MOVE SPACES TO WRK-VALOR-ANTERIOR
              PERFORM 5200-FORMATAR-VALOR
              PERFORM 6000-REGISTRAR-LOG
           END-IF.
      *----------------------------------------------------------------*
       5000-LER-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *    PERCORRE AS VIGENCIAS DE WRK-NOME: GUARDA O CADASTRO DA
      *    ULTIMA E O VALOR EM VIGOR EM WRK-DATA-REF. COM WRK-LISTAR =
      *    'S' SO MOSTRA CADA VIGENCIA NA TELA, PAGINANDO DA LINHA 12
      *    A 19, COM O VALOR EM VIGOR DA PASSADA ANTERIOR. DEIXA
      *    PAR-REG COM O ULTIMO REGISTRO LIDO.
           MOVE 'N'    TO WRK-BASE-ACHOU.
           MOVE SPACES TO WRK-BASE-DESCRICAO WRK-BASE-TIPO.
           MOVE ZEROS  TO WRK-BASE-MINIMO WRK-BASE-MAXIMO.
           IF WRK-LISTAR NOT = 'S'
              MOVE 'N'    TO WRK-VIGOR-ACHOU
              MOVE ZEROS  TO WRK-VIGOR-VIGENCIA
              MOVE SPACES TO WRK-VIGOR-VALOR
           END-IF.
           MOVE 12 TO WRK-LINHA-HIST.
           MOVE WRK-NOME TO PAR-NOME.
           MOVE ZEROS    TO PAR-VIGENCIA.
           MOVE 'N'      TO WRK-FIM-ARQUIVO.
           START PARAMETROS KEY IS NOT LESS THAN PAR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
              READ PARAMETROS NEXT RECORD
                 AT END
                    MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT = 'S'
                 IF PARAMETROS-STATUS NOT = 00
                       OR PAR-NOME NOT = WRK-NOME
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    MOVE 'S'           TO WRK-BASE-ACHOU
                    MOVE PAR-DESCRICAO TO WRK-BASE-DESCRICAO
                    MOVE PAR-TIPO      TO WRK-BASE-TIPO
                    MOVE PAR-MINIMO    TO WRK-BASE-MINIMO
                    MOVE PAR-MAXIMO    TO WRK-BASE-MAXIMO
                    PERFORM 5200-FORMATAR-VALOR
                    IF PAR-VIGENCIA NOT > WRK-DATA-REF
                          AND WRK-LISTAR NOT = 'S'
                       MOVE 'S'           TO WRK-VIGOR-ACHOU
                       MOVE PAR-VIGENCIA  TO WRK-VIGOR-VIGENCIA
                       MOVE WRK-VALOR-FMT TO WRK-VIGOR-VALOR
                    END-IF
                    IF WRK-LISTAR = 'S'
                       PERFORM 5010-LISTAR-VIGENCIA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       5010-LISTAR-VIGENCIA SECTION.
      *----------------------------------------------------------------*
           IF WRK-LINHA-HIST > 19
              DISPLAY 'TECLE ENTER PARA CONTINUAR' AT 2001
              ACCEPT WRK-TECLA AT 2060
              DISPLAY TELA
              DISPLAY TELA-VIGOR
              MOVE 12 TO WRK-LINHA-HIST
           END-IF.
           IF PAR-VIGENCIA = WRK-VIGOR-VIGENCIA
              MOVE '*'    TO WRK-LH-MARCA
           ELSE
              MOVE SPACES TO WRK-LH-MARCA
           END-IF.
           MOVE PAR-VIGENCIA     TO WRK-LH-VIGENCIA.
           MOVE WRK-VALOR-FMT    TO WRK-LH-VALOR.
           MOVE PAR-DT-ALTERACAO TO WRK-LH-DT-ALTERACAO.
           MOVE PAR-OPERADOR     TO WRK-LH-OPERADOR.
           COMPUTE WRK-POS-HIST = WRK-LINHA-HIST * 100 + 10.
           DISPLAY WRK-LINHA-HIST-PAR AT WRK-POS-HIST.
           ADD 1 TO WRK-LINHA-HIST.
      *----------------------------------------------------------------*
       5100-CAPTURAR-VALOR SECTION.
      *----------------------------------------------------------------*
      *    VALOR NUMERICO SO DENTRO DA FAIXA DO CADASTRO.
           IF PAR-TIPO = 'N'
              ACCEPT TELA-VALOR-NUM
              IF PAR-VALOR-NUM < PAR-MINIMO
                    OR PAR-VALOR-NUM > PAR-MAXIMO
                 DISPLAY 'VALOR FORA DA FAIXA ' PAR-MINIMO ' A '
                    PAR-MAXIMO AT 2001
                 MOVE 'N' TO WRK-VALIDO
              END-IF
           ELSE
              ACCEPT TELA-VALOR-ALFA
              INSPECT PAR-VALOR-ALFA CONVERTING
                 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              IF PAR-VALOR-ALFA = SPACES
                 DISPLAY 'VALOR OBRIGATORIO!' AT 2001
                 MOVE 'N' TO WRK-VALIDO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       5200-FORMATAR-VALOR SECTION.
      *----------------------------------------------------------------*
           IF PAR-TIPO = 'N'
              MOVE PAR-VALOR-NUM  TO WRK-VALOR-EDIT
              MOVE WRK-VALOR-EDIT TO WRK-VALOR-FMT
           ELSE
              MOVE PAR-VALOR-ALFA TO WRK-VALOR-FMT
           END-IF.
      *----------------------------------------------------------------*
       5300-CAPTURAR-CHAVE SECTION.
      *----------------------------------------------------------------*
      *    VIGENCIA ZERO E HOJE.
           MOVE 'S' TO WRK-VALIDO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE SPACES TO PAR-NOME.
           MOVE ZEROS  TO PAR-VIGENCIA.
           ACCEPT TELA-CHAVE.
           MOVE PAR-NOME TO WRK-NOME.
           INSPECT WRK-NOME CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE PAR-VIGENCIA TO WRK-VIGENCIA.
           IF WRK-VIGENCIA = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-VIGENCIA
           END-IF.
           IF WRK-NOME = SPACES
              DISPLAY 'PARAMETRO INVALIDO!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           END-IF.
      *----------------------------------------------------------------*
       5400-VALIDAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           IF PAR-DESCRICAO = SPACES
              DISPLAY 'DESCRICAO OBRIGATORIA!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           ELSE
              IF PAR-TIPO NOT = 'N' AND PAR-TIPO NOT = 'A'
                 DISPLAY 'TIPO INVALIDO (N/A)!' AT 2001
                 MOVE 'N' TO WRK-VALIDO
              ELSE
                 IF PAR-TIPO = 'N' AND PAR-MINIMO > PAR-MAXIMO
                    DISPLAY 'MINIMO MAIOR QUE O MAXIMO!' AT 2001
                    MOVE 'N' TO WRK-VALIDO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       5500-LER-VIGENCIA-FUTURA SECTION.
      *----------------------------------------------------------------*
           IF WRK-VIGENCIA NOT > WRK-DATA-ATUAL
              DISPLAY 'SO VIGENCIA FUTURA PODE SER MODIFICADA!' AT 2001
              MOVE 'N' TO WRK-VALIDO
           ELSE
              MOVE WRK-NOME     TO PAR-NOME
              MOVE WRK-VIGENCIA TO PAR-VIGENCIA
              READ PARAMETROS
                 INVALID KEY
                    CONTINUE
              END-READ
              EVALUATE PARAMETROS-STATUS
                 WHEN 00
                    CONTINUE
                 WHEN 23
                    DISPLAY 'VIGENCIA NAO CADASTRADA!' AT 2001
                    MOVE 'N' TO WRK-VALIDO
                 WHEN OTHER
                    DISPLAY 'ERRO NA CONSULTA. STATUS: '
                       PARAMETROS-STATUS AT 2001
                    MOVE 'N' TO WRK-VALIDO
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       6000-REGISTRAR-LOG SECTION.
      *----------------------------------------------------------------*
      *    PAR-CHAVE IDENTIFICA A VIGENCIA; WRK-VALOR-ANTERIOR E
      *    WRK-VALOR-FMT SAO OS VALORES ANTES E DEPOIS.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-DATA-ATUAL      TO PML-DATA.
           MOVE WRK-HORA-ATUAL(1:6) TO PML-HORA.
           MOVE WRK-OPERADOR        TO PML-OPERADOR.
           MOVE WRK-ACAO            TO PML-ACAO.
           MOVE PAR-NOME            TO PML-NOME.
           MOVE PAR-VIGENCIA        TO PML-VIGENCIA.
           MOVE WRK-VALOR-ANTERIOR  TO PML-VALOR-ANTERIOR.
           MOVE WRK-VALOR-FMT       TO PML-VALOR-NOVO.
           WRITE PML-REG.
      *----------------------------------------------------------------*
       3000-FINALIZAR SECTION.
      *-----------------------
           CLOSE PARAMETROS.
           CLOSE PARAMETROSLOG.
      *----------------------------------------------------------------*
