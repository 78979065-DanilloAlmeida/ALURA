      *----------------------------------------------------------------*
      * Registro de controle de periodo (PERIODOS.DAT). UM REGISTRO
      * POR COMPETENCIA (AAAAMM) E MODULO: 'V' VENDAS, 'E' ESTOQUE,
      * 'R' CONTAS A RECEBER, 'P' CONTAS A PAGAR, 'F' FOLHA.
      * SITUACAO: 'A' ABERTO, 'F' FECHADO. COMPETENCIA SEM REGISTRO
      * ESTA ABERTA. SO O PROGRAMA PERIODOS GRAVA AQUI (FECHAMENTO E
      * REABERTURA, ESTA SO POR OPERADOR ADMINISTRADOR, AMBOS
      * REGISTRADOS EM PERIODOS.LOG); OS PROGRAMAS DE LANCAMENTO
      * CONSULTAM PELO PERVALIDA (VER pervalida-lnk.cpy).
      *----------------------------------------------------------------*
       01 PER-REG.
          05 PER-CHAVE.
             10 PER-COMPETENCIA   PIC 9(06).
             10 PER-MODULO        PIC X(01).
          05 PER-SITUACAO         PIC X(01).
          05 PER-DT-SITUACAO      PIC 9(08).
          05 PER-OPERADOR         PIC X(08).
