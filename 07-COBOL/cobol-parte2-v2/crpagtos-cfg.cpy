      *----------------------------------------------------------------*
      * Path to CRPAGTOS.DAT, overridable via the CRPAGTOS_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-CRPAGTOS-PATH         PIC X(100).
       01 WRK-CRPAGTOS-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/CRPAGTOS.DAT'.
