      * Mandatory training course catalogue record, keyed by a
      * short course code (NR10, NR35, BRIGAD...) - the course
      * title and how many months a certificate stays valid (zero
      * means it never expires). CURSOCARGO says which cargos must
      * hold it; TREINAMENTO records who completed it and when.
      * Maintained by cadastro/curso.cob.
       01  CU-CURSO.
           05 CU-CODIGO          PIC X(6).
           05 CU-DESCRICAO       PIC X(30).
           05 CU-VALIDADE-MESES  PIC 9(3).
