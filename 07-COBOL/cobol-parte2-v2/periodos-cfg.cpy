      *----------------------------------------------------------------*
      * Path to PERIODOS.DAT, overridable via the PERIODOS_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-PERIODOS-PATH         PIC X(100).
       01 WRK-PERIODOS-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/PERIODOS.DAT'.
