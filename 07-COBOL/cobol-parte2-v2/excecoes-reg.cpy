      *----------------------------------------------------------------*
      * Registro de pendencia da fila de excecoes (EXCECOES.DAT),
      * ALIMENTADA PELOS PROGRAMAS BATCH VIA EXCREG. A CHAVE E O
      * NUMERO SEQUENCIAL DA PENDENCIA (EXCECOES.CTL); A ORIGEM
      * (PROGRAMA + CHAVE DO REGISTRO ENVOLVIDO) E CHAVE ALTERNADA
      * COM DUPLICIDADE: SO HA UMA PENDENCIA NAO ENCERRADA POR
      * ORIGEM, AS REPETICOES SO SOMAM OCORRENCIAS.
      * AREA: 'VENDAS', 'ESTOQUE', 'FINANCEIRO', 'CADASTRO'.
      * SEVERIDADE: 'C' CRITICA, 'A' ALERTA, 'I' INFORMATIVA.
      * SITUACAO: 'A' ABERTA, 'E' EM ANDAMENTO (ATRIBUIDA), 'F'
      * ENCERRADA. ENCERRADA NAO REABRE: NOVA OCORRENCIA DA MESMA
      * ORIGEM ABRE OUTRA PENDENCIA.
      *----------------------------------------------------------------*
       01 EXC-REG.
          05 EXC-CHAVE.
             10 EXC-NUMERO        PIC 9(07).
          05 EXC-ORIGEM.
             10 EXC-PROGRAMA      PIC X(12).
             10 EXC-CHAVE-REG     PIC X(20).
          05 EXC-AREA             PIC X(10).
          05 EXC-SEVERIDADE       PIC X(01).
          05 EXC-MENSAGEM         PIC X(80).
          05 EXC-SITUACAO         PIC X(01).
          05 EXC-DT-ABERTURA      PIC 9(08).
          05 EXC-HR-ABERTURA      PIC 9(06).
          05 EXC-DT-ULTIMA        PIC 9(08).
          05 EXC-OCORRENCIAS      PIC 9(05).
          05 EXC-RESPONSAVEL      PIC X(08).
          05 EXC-COMENTARIO       PIC X(60).
          05 EXC-DT-SITUACAO      PIC 9(08).
          05 EXC-OPERADOR         PIC X(08).
