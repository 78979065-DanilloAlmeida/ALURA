      *----------------------------------------------------------------*
      * Path to PROMOCOES.DAT, overridable via the PROMOCOES_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-PROMOCOES-PATH        PIC X(100).
       01 WRK-PROMOCOES-PATH-PADRAO PIC X(100) VALUE
          '/var/lib/alura/PROMOCOES.DAT'.
