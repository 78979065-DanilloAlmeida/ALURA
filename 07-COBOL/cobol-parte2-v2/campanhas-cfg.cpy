      *----------------------------------------------------------------*
      * Path to CAMPANHAS.DAT, overridable via the CAMPANHAS_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-CAMPANHAS-PATH        PIC X(100).
       01 WRK-CAMPANHAS-PATH-PADRAO PIC X(100) VALUE
          '/var/lib/alura/CAMPANHAS.DAT'.
