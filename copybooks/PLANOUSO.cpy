      * Health plan co-participation owed by one employee in one
      * competencia - the insurer's usage file summed over every
      * life of the family, keyed by employee code plus the
      * competencia the amount is to be deducted in. Written by
      * CARGA-COPARTICIPACAO (a reload of the same competencia
      * replaces it) and read by FOLHA-PAGAMENTO, which deducts it
      * whole as COPARTICIPACAO.
       01  PU-COPARTICIPACAO.
           05 PU-CHAVE.
               10 PU-CODFUNC     PIC 9(6).
               10 PU-COMPETENCIA PIC 9(6).
           05 PU-QTD-EVENTOS     PIC 9(4).
           05 PU-VALOR           PIC 9(7)V9(2).
