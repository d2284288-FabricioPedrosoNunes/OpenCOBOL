      * Completed training record, keyed by employee code plus
      * course code plus completion date - every certificate stays
      * on file, so the latest one of a course is the one that
      * counts. TR-DATA-VALIDADE is fixed when the training is
      * recorded, from the catalogue's validity in months (zero
      * when the course never expires), so a later catalogue change
      * does not rewrite certificates already issued. Maintained by
      * cadastro/treinamento.cob.
       01  TR-TREINAMENTO.
           05 TR-CHAVE.
               10 TR-CODFUNC        PIC 9(6).
               10 TR-CURSO          PIC X(6).
               10 TR-DATA-CONCLUSAO PIC 9(8).
           05 TR-DATA-VALIDADE  PIC 9(8).
           05 TR-CARGA-HORARIA  PIC 9(3).
           05 TR-ENTIDADE       PIC X(20).
           05 TR-CERTIFICADO    PIC X(15).
