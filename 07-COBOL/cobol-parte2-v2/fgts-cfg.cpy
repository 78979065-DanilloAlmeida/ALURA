      *----------------------------------------------------------------*
      * Path to FGTS.DAT, overridable via the FGTS_DAT environment
      * variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-FGTS-PATH         PIC X(100).
       01 WRK-FGTS-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/FGTS.DAT'.
