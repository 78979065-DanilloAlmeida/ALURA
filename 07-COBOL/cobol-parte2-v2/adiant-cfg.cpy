      *----------------------------------------------------------------*
      * Path to ADIANT.DAT, overridable via the ADIANT_DAT environment
      * variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-ADIANT-PATH         PIC X(100).
       01 WRK-ADIANT-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/ADIANT.DAT'.
