      *----------------------------------------------------------------*
      * Area de chamada do EXCREG (fila de excecoes):
      *    CALL 'EXCREG' USING EXR-PARAMETROS
      * A CADA PROBLEMA QUE O PROGRAMA BATCH JA APONTA NO SEU .REL
      * OU .ERR. ENTRADA: O PROGRAMA, A AREA E A SEVERIDADE (VER
      * excecoes-reg.cpy), A CHAVE DO REGISTRO ENVOLVIDO EM TEXTO E
      * A MENSAGEM. A MESMA ORIGEM (PROGRAMA + CHAVE) AINDA NAO
      * ENCERRADA NAO ABRE NOVA PENDENCIA: ATUALIZA A MENSAGEM, A
      * DATA E O NUMERO DE OCORRENCIAS.
      *----------------------------------------------------------------*
       01 EXR-PARAMETROS.
          05 EXR-PROGRAMA         PIC X(12).
          05 EXR-AREA             PIC X(10).
          05 EXR-SEVERIDADE       PIC X(01).
          05 EXR-CHAVE            PIC X(20).
          05 EXR-MENSAGEM         PIC X(80).
      *    'N' PENDENCIA NOVA; 'R' REPETICAO DE PENDENCIA EM ABERTO;
      *    'E' EXCECOES.DAT INDISPONIVEL (O PROGRAMA QUE CHAMOU SEGUE
      *    NORMALMENTE, O PROBLEMA CONTINUA NO SEU RELATORIO).
          05 EXR-RETORNO          PIC X(01).
