      *----------------------------------------------------------------*
      * Path to CREDFORN.DAT, overridable via the CREDFORN_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-CREDFORN-PATH         PIC X(100).
       01 WRK-CREDFORN-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/CREDFORN.DAT'.
