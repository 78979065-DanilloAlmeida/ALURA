      *----------------------------------------------------------------*
      * Path to SALCRED.DAT, overridable via the SALCRED_DAT
      * environment variable, same convention as clientes-cfg.cpy.
      *----------------------------------------------------------------*
       01 WRK-SALCRED-PATH         PIC X(100).
       01 WRK-SALCRED-PATH-PADRAO  PIC X(100) VALUE
          '/var/lib/alura/SALCRED.DAT'.
