      * Project labor allocation line (data/alocacao-projetos.dat),
      * one per employee per project per ledger record, written by
      * batch/alocacao_projetos.cob: the share of LG-SALARIO-BRUTO
      * the employee's ponto hours on the project earned, to move
      * from the home cost center (the department's) to the
      * project's. The hours without a project - or on a code the
      * project master does not know - stay on the home center and
      * come as a line with AL-PROJETO in blank and the same center
      * on both sides; FOLHA-CONTABIL posts only the lines that
      * actually change center. One file per company, like the
      * other per-pass outputs: company 001 keeps the plain name,
      * the others get data/alocacao-projetos-NNN.dat.
       01  AL-ALOCACAO.
           05 AL-COMPETENCIA    PIC 9(6).
           05 AL-EMPRESA        PIC 9(3).
           05 AL-CODFUNC        PIC 9(6).
           05 AL-PROJETO        PIC X(8).
           05 AL-CENTRO-ORIGEM  PIC 9(6).
           05 AL-CENTRO-DESTINO PIC 9(6).
           05 AL-HORAS          PIC 9(4)V9(2).
           05 AL-VALOR          PIC 9(7)V9(2).
