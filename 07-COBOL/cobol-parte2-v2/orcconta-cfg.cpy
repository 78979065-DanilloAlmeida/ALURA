      *----------------------------------------------------------------*
      * Path to ORCCONTA.DAT, overridable via the ORCCONTA_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-ORCCONTA-PATH         PIC X(100).
       01 WRK-ORCCONTA-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/ORCCONTA.DAT'.
