      *----------------------------------------------------------------*
      * Path to PARAMETROS.DAT, overridable via the PARAMETROS_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-PARAMETROS-PATH         PIC X(100).
       01 WRK-PARAMETROS-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/PARAMETROS.DAT'.
