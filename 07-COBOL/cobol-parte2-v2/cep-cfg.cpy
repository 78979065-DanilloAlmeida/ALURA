      *----------------------------------------------------------------*
      * Path to CEP.DAT, overridable via the CEP_DAT environment
      * variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-CEP-PATH              PIC X(100).
       01 WRK-CEP-PATH-PADRAO       PIC X(100) VALUE
          '/var/lib/alura/CEP.DAT'.
