      * Head of the audit-trail hash chain (data/audittrail-cadeia.
      * dat) - the sequence and hash of the last image GRAVAR-
      * AUDITORIA appended, rewritten on every append. Cutting the
      * log over to an archive leaves it alone: the chain runs on
      * across archives.
       01  AC-CADEIA.
           05 AC-SEQUENCIA    PIC 9(9).
           05 AC-HASH         PIC 9(15).
           05 AC-TIMESTAMP    PIC X(21).
