      *----------------------------------------------------------------*
      * Path to SUBSTITUTOS.DAT, overridable via the SUBSTITUTOS_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-SUBSTITUTOS-PATH        PIC X(100).
       01 WRK-SUBSTITUTOS-PATH-PADRAO PIC X(100) VALUE
          '/var/lib/alura/SUBSTITUTOS.DAT'.
