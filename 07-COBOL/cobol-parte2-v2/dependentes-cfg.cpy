      *----------------------------------------------------------------*
      * Path to DEPENDENTES.DAT, overridable via the DEPENDENTES_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-DEPENDENTES-PATH         PIC X(100).
       01 WRK-DEPENDENTES-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/DEPENDENTES.DAT'.
