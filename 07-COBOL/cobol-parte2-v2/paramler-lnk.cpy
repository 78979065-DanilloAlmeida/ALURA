      *----------------------------------------------------------------*
      * Area de chamada do PARAMLER (leitura de parametro):
      *    MOVE 'JUROS_MES_CTM' TO PRM-NOME
      *    MOVE ZEROS           TO PRM-DATA
      *    CALL 'PARAMLER' USING PRM-PARAMETROS
      * ENTRADA: O NOME DO PARAMETRO E A DATA DE REFERENCIA (ZERO =
      * HOJE). NA SAIDA, COM PRM-ACHADO = 'S', O VALOR EM VIGOR NA
      * DATA (NUMERICO EM PRM-NUMERO, ALFANUMERICO EM PRM-VALOR) E A
      * VIGENCIA DE ONDE VEIO. COM 'N' (SEM REGISTRO VIGENTE OU
      * CADASTRO AINDA NAO CRIADO) O PROGRAMA FICA COM O SEU VALOR
      * PADRAO. A VARIAVEL DE AMBIENTE DE MESMO NOME, QUANDO
      * DEFINIDA, E LIDA PELO PROPRIO PROGRAMA DEPOIS E PREVALECE.
      *----------------------------------------------------------------*
       01 PRM-PARAMETROS.
          05 PRM-NOME             PIC X(30).
          05 PRM-DATA             PIC 9(08).
          05 PRM-ACHADO           PIC X(01).
          05 PRM-NUMERO           PIC 9(11).
          05 PRM-VALOR            PIC X(20).
          05 PRM-VIGENCIA         PIC 9(08).
