      * One line per cut of the audit trail (data/audittrail-
      * arquivos.dat), appended by AUDITORIA-RELATORIO: the archive
      * file written and the chained sequence range it holds, in cut
      * order. VERIFICA-AUDITORIA walks the archives in this order
      * before the live log. A range of zeros means the archive held
      * only images older than the chain.
       01  AA-ARQUIVO.
           05 AA-NOME          PIC X(40).
           05 AA-SEQ-INICIAL   PIC 9(9).
           05 AA-SEQ-FINAL     PIC 9(9).
           05 AA-QTD-IMAGENS   PIC 9(6).
           05 AA-DATA-CORTE    PIC 9(8).
