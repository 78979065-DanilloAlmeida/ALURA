      *----------------------------------------------------------------*
      * Path to CAMPALVOS.DAT, overridable via the CAMPALVOS_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-CAMPALVOS-PATH        PIC X(100).
       01 WRK-CAMPALVOS-PATH-PADRAO PIC X(100) VALUE
          '/var/lib/alura/CAMPALVOS.DAT'.
