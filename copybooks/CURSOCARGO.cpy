      * Training requirement record, keyed by cargo code plus
      * course code - one record per course a cargo must hold a
      * valid certificate of. TREINAMENTOS-CONFORMIDADE checks every
      * ATIVO and AFASTADO employee of the cargo against it.
      * Maintained by cadastro/curso.cob.
       01  CC-CURSO-CARGO.
           05 CC-CHAVE.
               10 CC-CARGO PIC 9(4).
               10 CC-CURSO PIC X(6).
