      *----------------------------------------------------------------*
      * Path to VEICULOS.DAT, overridable via the VEICULOS_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-VEICULOS-PATH         PIC X(100).
       01 WRK-VEICULOS-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/VEICULOS.DAT'.
