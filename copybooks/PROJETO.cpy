      * Billable project master record (data/projetos.dat), keyed
      * by the project code the time clock and the manual ponto
      * lines carry. PJ-CENTRO-CUSTO is the cost center the
      * project's labor is posted to - ALOCACAO-PROJETOS spreads
      * each employee's gross across the projects worked in
      * proportion to hours, and FOLHA-CONTABIL moves that share
      * from the employee's home center to this one.
       01  PJ-PROJETO.
           05 PJ-CODIGO       PIC X(8).
           05 PJ-DESCRICAO    PIC X(30).
           05 PJ-CLIENTE      PIC X(20).
           05 PJ-CENTRO-CUSTO PIC 9(6).
