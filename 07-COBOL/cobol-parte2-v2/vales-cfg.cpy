      *----------------------------------------------------------------*
      * Path to VALES.DAT, overridable via the VALES_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-VALES-PATH              PIC X(100).
       01 WRK-VALES-PATH-PADRAO       PIC X(100) VALUE
          '/var/lib/alura/VALES.DAT'.
