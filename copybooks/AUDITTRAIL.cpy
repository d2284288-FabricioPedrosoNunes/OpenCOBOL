      * Before/after audit-trail record shared by PROG28, PROG29 and
      * PROG31 - one line per FUNCIONARIO/PESSOA field that is set or
      * changed, naming the program, the operation and the old/new
      * value. AT-OPERADOR is the operator signed on to the cadastro
      * that made the change (copybooks/OPERADOR.cpy); images written
      * by an unattended job carry BATCH there instead.
      *
      * Images are appended only through GRAVAR-AUDITORIA
      * (common/gravar_auditoria.cob), which numbers each one in
      * AT-SEQUENCIA and chains AT-HASH to the previous image, so
      * VERIFICA-AUDITORIA can prove nothing was removed, inserted
      * or rewritten since. The hash covers every byte before it.
       01  AT-REGISTRO-AUDITORIA.
           05 AT-TIMESTAMP        PIC X(21).
           05 AT-PROGRAMA         PIC X(8).
           05 AT-CAMPO            PIC X(15).
           05 AT-VALOR-ANTES      PIC X(30).
           05 AT-VALOR-DEPOIS     PIC X(30).
           05 AT-OPERADOR         PIC X(8).
           05 AT-SEQUENCIA        PIC 9(9).
           05 AT-HASH             PIC 9(15).
