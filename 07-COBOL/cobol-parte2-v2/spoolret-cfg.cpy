      *----------------------------------------------------------------*
      * Path to SPOOLRET.DAT, overridable via the SPOOLRET_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-SPOOLRET-PATH         PIC X(100).
       01 WRK-SPOOLRET-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/SPOOLRET.DAT'.
