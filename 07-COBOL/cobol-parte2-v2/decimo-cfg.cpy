      *----------------------------------------------------------------*
      * Path to DECIMO.DAT, overridable via the DECIMO_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-DECIMO-PATH             PIC X(100).
       01 WRK-DECIMO-PATH-PADRAO      PIC X(100) VALUE
          '/var/lib/alura/DECIMO.DAT'.
