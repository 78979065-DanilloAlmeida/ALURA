       COPY 'produtos-reg.cpy'.
      *-------------
       FD BACKUP-SAIDA.
       01 REG-BACKUP              PIC X(250).
      *-------------
       FD BACKUP-ENTRADA.
       01 REG-BACKUP-ENT          PIC X(250).
      *-------------
      *    CATALOGO DE GERACOES: UMA LINHA POR ARQUIVO GERADO, COM A
      *    CONTAGEM DE REGISTROS E O STATUS ('OK' OU 'EXPIRADO').
       77 WRK-QTD-EXPIRADAS    PIC   9(04).
       77 WRK-QTD-DIVERGENTES  PIC   9(06).
       77 WRK-QTD-CONFERIDOS   PIC   9(09).
       77 WRK-IMAGEM-VIVA      PIC   X(250).
      *    PASSADA REVERSA DA VERIFICACAO: O VIVO E O BACKUP SAEM
      *    AMBOS EM ORDEM DE CHAVE, ENTAO UM CASAMENTO SEQUENCIAL
      *    FLAGRA A CHAVE QUE SO EXISTE NO VIVO.
          05 WRK-REL-QTD-DIV   PIC ZZZZZ9.
          05 FILLER            PIC X(20) VALUE '  REGISTROS VIVOS: '.
          05 WRK-REL-QTD-VIVOS PIC ZZZZZZZZ9.
      *    AREA DE CHAMADA DO PARAMLER.
       COPY 'paramler-lnk.cpy'.
      *    AREA DE CHAMADA DO SPOOLREG.
       COPY 'spoolreg-lnk.cpy'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *    PADRAO 30) SAO MARCADAS EXPIRADAS NO CATALOGO (REGRAVADO
      *    VIA TEMPORARIO, COMO NO EXPURGO) E O ARQUIVO FISICO E
      *    APAGADO.
      *    REGRA VIGENTE EM PARAMETROS.DAT (VER paramler-lnk.cpy);
      *    A VARIAVEL DE AMBIENTE FICA COMO SOBREPOSICAO DE
      *    EMERGENCIA.
           MOVE 'BACKUP_RETENCAO_DIAS' TO PRM-NOME.
           MOVE ZEROS TO PRM-DATA.
           CALL 'PARAMLER' USING PRM-PARAMETROS.
           IF PRM-ACHADO = 'S'
              MOVE PRM-NUMERO TO WRK-RETENCAO-DIAS
           END-IF.
           ACCEPT WRK-RETENCAO-ENV FROM ENVIRONMENT
              'BACKUP_RETENCAO_DIAS'.
           IF WRK-RETENCAO-ENV NOT = SPACES
           MOVE WRK-QTD-VIVOS       TO WRK-REL-QTD-VIVOS.
           WRITE REG-RELATORIO FROM WRK-REL-RESUMO.
           CLOSE RELATORIO.
      *    GERACAO DATADA NO SPOOL (VER spoolreg-lnk.cpy).
           MOVE 'UNLOAD'          TO SPL-PROGRAMA.
           MOVE 'VERIFICA.REL'    TO SPL-RELATORIO.
           CALL 'SPOOLREG' USING SPL-PARAMETROS.

           EVALUATE WRK-OPCAO-VERIF
              WHEN 1
