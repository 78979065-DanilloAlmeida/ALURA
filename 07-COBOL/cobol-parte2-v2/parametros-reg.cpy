      *----------------------------------------------------------------*
      * Registro de parametro de regra de negocio (PARAMETROS.DAT).
      * UM REGISTRO POR NOME E DATA DE VIGENCIA: O VALOR EM VIGOR
      * NUMA DATA E O DA MAIOR VIGENCIA ATE ELA, ENTAO O HISTORICO
      * FICA NO PROPRIO CADASTRO. O NOME E O MESMO DA VARIAVEL DE
      * AMBIENTE QUE A REGRA USAVA (EX.: JUROS_MES_CTM), QUE CONTINUA
      * VALENDO COMO SOBREPOSICAO DE EMERGENCIA. TIPO 'N' NUMERICO
      * (INTEIRO, NA UNIDADE DO NOME: CTVS, CTM, DIAS...), COM A
      * FAIXA VALIDA EM MINIMO/MAXIMO; TIPO 'A' ALFANUMERICO. SO O
      * PROGRAMA PARAMETROS GRAVA AQUI, POR OPERADOR
      * ADMINISTRADOR, COM CADA MUDANCA EM PARAMETROS.LOG; OS
      * PROGRAMAS LEEM PELO PARAMLER (VER paramler-lnk.cpy).
      *----------------------------------------------------------------*
       01 PAR-REG.
          05 PAR-CHAVE.
             10 PAR-NOME          PIC X(30).
             10 PAR-VIGENCIA      PIC 9(08).
          05 PAR-DESCRICAO        PIC X(40).
          05 PAR-TIPO             PIC X(01).
          05 PAR-VALOR-NUM        PIC 9(11).
          05 PAR-VALOR-ALFA       PIC X(20).
          05 PAR-MINIMO           PIC 9(11).
          05 PAR-MAXIMO           PIC 9(11).
          05 PAR-DT-ALTERACAO     PIC 9(08).
          05 PAR-OPERADOR         PIC X(08).
