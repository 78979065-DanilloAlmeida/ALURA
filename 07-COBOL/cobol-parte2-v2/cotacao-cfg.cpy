      *----------------------------------------------------------------*
      * Paths to COTACAO.DAT and COTITENS.DAT, overridable via the
      * COTACAO_DAT / COTITENS_DAT environment variables, same
      * convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-COTACAO-PATH         PIC X(100).
       01 WRK-COTACAO-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/COTACAO.DAT'.
       01 WRK-COTITENS-PATH         PIC X(100).
       01 WRK-COTITENS-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/COTITENS.DAT'.
