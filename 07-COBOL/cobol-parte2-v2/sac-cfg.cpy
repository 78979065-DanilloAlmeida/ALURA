      *----------------------------------------------------------------*
      * Path to SAC.DAT, overridable via the SAC_DAT environment
      * variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-SAC-PATH              PIC X(100).
       01 WRK-SAC-PATH-PADRAO       PIC X(100) VALUE
          '/var/lib/alura/SAC.DAT'.
