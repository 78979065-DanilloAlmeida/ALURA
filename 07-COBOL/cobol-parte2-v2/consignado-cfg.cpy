      *----------------------------------------------------------------*
      * Path to CONSIGNADO.DAT, overridable via the CONSIGNADO_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-CONSIGNADO-PATH         PIC X(100).
       01 WRK-CONSIGNADO-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/CONSIGNADO.DAT'.
