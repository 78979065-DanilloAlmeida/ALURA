      *    OPCAO DE CONVERSAO CARIMBA UMA VIGENCIA NAS LINHAS DO
      *    ARQUIVO LEGADO (SEM VIGENCIA) E GRAVA EM <NOME>.NEW, SEM
      *    TOCAR O ARQUIVO VIVO.
      *    DEDDEPIRRF.DAT GUARDA, NO MESMO ESQUEMA DE VIGENCIA, O
      *    VALOR DEDUZIDO DA BASE DO IRRF POR DEPENDENTE (UMA LINHA
      *    POR VIGENCIA); NAO TEM ARQUIVO LEGADO A CONVERTER.
      *    IPCA.DAT GUARDA A VARIACAO MENSAL DO IPCA, UMA LINHA POR
      *    COMPETENCIA (AAAAMM), CARREGADA MES A MES EM ORDEM; O
      *    SIMULADOR DE INVESTIMENTO (COB17BOOKS) DEFLACIONA POR ELE.
      *    TAMBEM NAO TEM ARQUIVO LEGADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FAIXAS-AUMENTO-STATUS.

           SELECT DEDUCAO-DEP ASSIGN TO 'DEDDEPIRRF.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEDUCAO-DEP-STATUS.

           SELECT INDICE-IPCA ASSIGN TO 'IPCA.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INDICE-IPCA-STATUS.

           SELECT ARQ-ANT ASSIGN TO WRK-ANT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-ANT-STATUS.
          05 FAIXA-ANOS-ATE     PIC 9(02).
          05 FAIXA-PERCENTUAL   PIC 9(03).

      *    DEDUCAO POR DEPENDENTE, LIDA PELA FOLHA.
       FD DEDUCAO-DEP.
       01 DED-REG.
          05 DED-VIGENCIA       PIC 9(08).
          05 DED-VALOR          PIC 9(05)V99.

      *    IPCA DO MES EM PERCENTUAL (PODE SER NEGATIVO), LIDO PELO
      *    COB17BOOKS.
       FD INDICE-IPCA.
       01 IPCA-REG.
          05 IPCA-COMPETENCIA   PIC 9(06).
          05 IPCA-PERCENTUAL    PIC S9(02)V9(04)
                                SIGN LEADING SEPARATE.

       FD ARQ-ANT.
       01 REG-ANT               PIC X(40).

       WORKING-STORAGE SECTION.
       77 FAIXAS-IRRF-STATUS    PIC 9(02) VALUE ZEROS.
       77 FAIXAS-AUMENTO-STATUS PIC 9(02) VALUE ZEROS.
       77 DEDUCAO-DEP-STATUS    PIC 9(02) VALUE ZEROS.
       77 INDICE-IPCA-STATUS    PIC 9(02) VALUE ZEROS.
       77 ARQ-ANT-STATUS        PIC 9(02) VALUE ZEROS.
       77 ARQ-NOVO-STATUS       PIC 9(02) VALUE ZEROS.
       77 WRK-ANT-PATH          PIC X(20) VALUE SPACES.
       77 WRK-TETO-ANTERIOR     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ANOS-ESPERADO     PIC 9(02) VALUE ZEROS.
       77 WRK-VIG-LISTADA       PIC 9(08) VALUE ZEROS.
       77 WRK-DED-VALOR         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-IPCA-PCT          PIC S9(02)V9(04) VALUE ZEROS.
       77 WRK-IPCA-ULTIMA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA.
          05 WRK-COMP-ANO       PIC 9(04).
          05 WRK-COMP-MES       PIC 9(02).
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA PIC 9(06).
      *    FAIXAS DIGITADAS, CONFERIDAS ANTES DE QUALQUER GRAVACAO:
      *    OU A VIGENCIA INTEIRA ENTRA, OU NADA ENTRA.
       01 WRK-TABELA-DIGITADA.
           DISPLAY 'MANUTENCAO DAS TABELAS DE FAIXAS'.
           DISPLAY '1 - IRRF (FAIXASIRRF.DAT)'.
           DISPLAY '2 - AUMENTO POR TEMPO (FAIXASAUMENTO.DAT)'.
           DISPLAY '3 - DEDUCAO IRRF POR DEPENDENTE (DEDDEPIRRF.DAT)'.
           DISPLAY '4 - IPCA MENSAL (IPCA.DAT)'.
           ACCEPT WRK-ARQUIVO FROM CONSOLE.
           IF WRK-ARQUIVO < 1 OR WRK-ARQUIVO > 4
              DISPLAY 'ARQUIVO INVALIDO.'
              GOBACK
           END-IF.
                 END-READ
              END-PERFORM
              CLOSE FAIXAS-IRRF
           END-IF.
           IF WRK-ARQUIVO = 3
              OPEN INPUT DEDUCAO-DEP
              IF DEDUCAO-DEP-STATUS NOT = '00'
                 DISPLAY 'DEDDEPIRRF.DAT INDISPONIVEL. STATUS: '
                    DEDUCAO-DEP-STATUS
                 GO TO 0100-LISTAR-FIM
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ DEDUCAO-DEP
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       DISPLAY 'VIGENCIA ' DED-VIGENCIA
                          ' POR DEPENDENTE ' DED-VALOR
                       ADD 1 TO WRK-QTD-LINHAS
                 END-READ
              END-PERFORM
              CLOSE DEDUCAO-DEP
           END-IF.
           IF WRK-ARQUIVO = 4
              OPEN INPUT INDICE-IPCA
              IF INDICE-IPCA-STATUS NOT = '00'
                 DISPLAY 'IPCA.DAT INDISPONIVEL. STATUS: '
                    INDICE-IPCA-STATUS
                 GO TO 0100-LISTAR-FIM
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ INDICE-IPCA
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       DISPLAY 'COMPETENCIA ' IPCA-COMPETENCIA
                          ' IPCA ' IPCA-PERCENTUAL
                       ADD 1 TO WRK-QTD-LINHAS
                 END-READ
              END-PERFORM
              CLOSE INDICE-IPCA
           END-IF.
           IF WRK-ARQUIVO = 2
              OPEN INPUT FAIXAS-AUMENTO
              IF FAIXAS-AUMENTO-STATUS NOT = '00'
                 DISPLAY 'FAIXASAUMENTO.DAT INDISPONIVEL. STATUS: '
           0100-LISTAR-FIM.
      *----------------------------------------------------------------*
           0200-CARREGAR.
      *    O IPCA NAO TEM VIGENCIA NEM FAIXAS: E UM INDICE POR MES.
           IF WRK-ARQUIVO = 4
              PERFORM 0230-CARREGAR-IPCA THRU 0230-CARREGAR-IPCA-FIM
              GO TO 0200-CARREGAR-FIM
           END-IF.
           DISPLAY 'VIGENCIA DA TABELA NOVA (AAAAMMDD): '.
           ACCEPT WRK-VIGENCIA FROM CONSOLE.
           IF WRK-VIGENCIA = ZEROS
              GO TO 0200-CARREGAR-FIM
           END-IF.

      *    A DEDUCAO POR DEPENDENTE E UM VALOR SO POR VIGENCIA.
           IF WRK-ARQUIVO = 3
              DISPLAY 'VALOR POR DEPENDENTE (EX.: 189,59): '
              ACCEPT WRK-DED-VALOR FROM CONSOLE
              IF WRK-DED-VALOR = ZEROS
                 DISPLAY 'VALOR INVALIDO.'
                 GO TO 0200-CARREGAR-FIM
              END-IF
              OPEN EXTEND DEDUCAO-DEP
              IF DEDUCAO-DEP-STATUS = '35'
                 OPEN OUTPUT DEDUCAO-DEP
              END-IF
              IF DEDUCAO-DEP-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR DEDDEPIRRF.DAT. STATUS: '
                    DEDUCAO-DEP-STATUS ' - VIGENCIA NAO CARREGADA.'
                 GO TO 0200-CARREGAR-FIM
              END-IF
              MOVE WRK-VIGENCIA  TO DED-VIGENCIA
              MOVE WRK-DED-VALOR TO DED-VALOR
              WRITE DED-REG
              CLOSE DEDUCAO-DEP
              DISPLAY 'VIGENCIA ' WRK-VIGENCIA ' CARREGADA.'
              GO TO 0200-CARREGAR-FIM
           END-IF.

           DISPLAY 'QUANTAS FAIXAS (1 A 20)? '.
           ACCEPT WRK-QTD-FAIXAS FROM CONSOLE.
           IF WRK-QTD-FAIXAS < 1 OR WRK-QTD-FAIXAS > 20
           END-IF.

           0220-GRAVAR-VIGENCIA-FIM.
      *----------------------------------------------------------------*
           0230-CARREGAR-IPCA.
      *    UMA COMPETENCIA POR CARGA, SEMPRE POSTERIOR A ULTIMA DO
      *    ARQUIVO: O SIMULADOR CONTA COM O IPCA.DAT EM ORDEM DE MES
      *    PARA PROJETAR OS MESES QUE AINDA NAO TEM INDICE.
           DISPLAY 'COMPETENCIA DO INDICE (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA-R FROM CONSOLE.
           IF WRK-COMP-ANO = ZEROS
                 OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
              DISPLAY 'COMPETENCIA INVALIDA.'
              GO TO 0230-CARREGAR-IPCA-FIM
           END-IF.
           PERFORM 0250-CONFERIR-VIGENCIA
              THRU 0250-CONFERIR-VIGENCIA-FIM.
           IF WRK-JA-EXISTE = 'S'
              DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA-R
                 ' JA CARREGADA OU ANTERIOR A ULTIMA ('
                 WRK-IPCA-ULTIMA ').'
              GO TO 0230-CARREGAR-IPCA-FIM
           END-IF.
           DISPLAY 'IPCA DO MES EM % (EX.: 0,4400 OU -0,0200): '.
           ACCEPT WRK-IPCA-PCT FROM CONSOLE.

           OPEN EXTEND INDICE-IPCA.
           IF INDICE-IPCA-STATUS = '35'
              OPEN OUTPUT INDICE-IPCA
           END-IF.
           IF INDICE-IPCA-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR IPCA.DAT. STATUS: '
                 INDICE-IPCA-STATUS ' - COMPETENCIA NAO CARREGADA.'
              GO TO 0230-CARREGAR-IPCA-FIM
           END-IF.
           MOVE WRK-COMPETENCIA-R TO IPCA-COMPETENCIA.
           MOVE WRK-IPCA-PCT      TO IPCA-PERCENTUAL.
           WRITE IPCA-REG.
           CLOSE INDICE-IPCA.
           DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA-R ' CARREGADA.'.

           0230-CARREGAR-IPCA-FIM.
      *----------------------------------------------------------------*
           0250-CONFERIR-VIGENCIA.
           MOVE 'N' TO WRK-JA-EXISTE WRK-FIM-ARQUIVO.
                 END-READ
              END-PERFORM
              CLOSE FAIXAS-IRRF
           END-IF.
           IF WRK-ARQUIVO = 3
              OPEN INPUT DEDUCAO-DEP
              IF DEDUCAO-DEP-STATUS NOT = '00'
                 GO TO 0250-CONFERIR-VIGENCIA-FIM
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ DEDUCAO-DEP
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       IF DED-VIGENCIA = WRK-VIGENCIA
                          MOVE 'S' TO WRK-JA-EXISTE
                          MOVE 'S' TO WRK-FIM-ARQUIVO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEDUCAO-DEP
           END-IF.
      *    NO IPCA VALE TAMBEM COMO JA EXISTENTE A COMPETENCIA QUE
      *    NAO SUPERA A ULTIMA CARREGADA.
           IF WRK-ARQUIVO = 4
              MOVE ZEROS TO WRK-IPCA-ULTIMA
              OPEN INPUT INDICE-IPCA
              IF INDICE-IPCA-STATUS NOT = '00'
                 GO TO 0250-CONFERIR-VIGENCIA-FIM
              END-IF
              PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                 READ INDICE-IPCA
                    AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                    NOT AT END
                       MOVE IPCA-COMPETENCIA TO WRK-IPCA-ULTIMA
                       IF IPCA-COMPETENCIA NOT < WRK-COMPETENCIA-R
                          MOVE 'S' TO WRK-JA-EXISTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INDICE-IPCA
           END-IF.
           IF WRK-ARQUIVO = 2
              OPEN INPUT FAIXAS-AUMENTO
              IF FAIXAS-AUMENTO-STATUS NOT = '00'
                 GO TO 0250-CONFERIR-VIGENCIA-FIM
      *    CARIMBA A VIGENCIA INFORMADA NAS LINHAS DO ARQUIVO LEGADO
      *    (DESENHO SEM VIGENCIA) E GRAVA EM <NOME>.NEW. O VIVO NAO E
      *    TOCADO: CONFIRA O .NEW E SO ENTAO SUBSTITUA.
           IF WRK-ARQUIVO = 3
              DISPLAY 'DEDDEPIRRF.DAT NAO TEM FORMATO LEGADO.'
              GO TO 0300-CONVERTER-FIM
           END-IF.
           IF WRK-ARQUIVO = 4
              DISPLAY 'IPCA.DAT NAO TEM FORMATO LEGADO.'
              GO TO 0300-CONVERTER-FIM
           END-IF.
           DISPLAY 'VIGENCIA A CARIMBAR (AAAAMMDD): '.
           ACCEPT WRK-VIGENCIA FROM CONSOLE.
           IF WRK-VIGENCIA = ZEROS
