      *----------------------------------------------------------------*
      * Path to EXCECOES.DAT, overridable via the EXCECOES_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-EXCECOES-PATH         PIC X(100).
       01 WRK-EXCECOES-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/EXCECOES.DAT'.
