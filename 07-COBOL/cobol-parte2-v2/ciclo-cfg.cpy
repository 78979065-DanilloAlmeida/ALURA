      *----------------------------------------------------------------*
      * Path to CICLO.DAT, overridable via the CICLO_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-CICLO-PATH            PIC X(100).
       01 WRK-CICLO-PATH-PADRAO     PIC X(100) VALUE
          '/var/lib/alura/CICLO.DAT'.
