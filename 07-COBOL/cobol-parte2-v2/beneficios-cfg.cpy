      *----------------------------------------------------------------*
      * Path to BENEFICIOS.DAT, overridable via the BENEFICIOS_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-BENEFICIOS-PATH         PIC X(100).
       01 WRK-BENEFICIOS-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/BENEFICIOS.DAT'.
