      *----------------------------------------------------------------*
      * Path to SEQLACUNA.DAT, overridable via the SEQLACUNA_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-SEQLACUNA-PATH         PIC X(100).
       01 WRK-SEQLACUNA-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/SEQLACUNA.DAT'.
