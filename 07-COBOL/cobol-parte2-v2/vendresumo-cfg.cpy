      *----------------------------------------------------------------*
      * Path to VENDRESUMO.DAT, overridable via the VENDRESUMO_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-VENDRESUMO-PATH         PIC X(100).
       01 WRK-VENDRESUMO-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/VENDRESUMO.DAT'.
