       FD BACKUP-ENTRADA.
       01 REG-BACKUP.
          05 REG-BACKUP-MARCA     PIC X(09).
          05 FILLER               PIC X(241).
       01 REG-TRAILER REDEFINES REG-BACKUP.
          05 FILLER               PIC X(09).
          05 REG-TRAILER-QTDE     PIC 9(09).
          05 FILLER               PIC X(232).
      *-------------
      *    CATALOGO DE GERACOES DO UNLOAD, MESMO DESENHO DE LA.
       FD CATALOGO.
