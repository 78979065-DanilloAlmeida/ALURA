      *----------------------------------------------------------------*
      * Path to FIDELIDADE.DAT, overridable via the FIDELIDADE_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-FIDELIDADE-PATH       PIC X(100).
       01 WRK-FIDELIDADE-PATH-PADRAO PIC X(100) VALUE
          '/var/lib/alura/FIDELIDADE.DAT'.
