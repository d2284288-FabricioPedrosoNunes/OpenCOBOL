      * Pensao actually withheld, one record per order per
      * competencia, keyed by employee code plus competencia plus
      * order sequence. Written by FOLHA-PAGAMENTO with the
      * beneficiary's account as it stood on the day of the run, so
      * FOLHA-REMESSA credits the beneficiary in the same CNAB file
      * as the employee and INFORME-RENDIMENTOS totals the year's
      * deductible pensao without recomputing anything. A rerun of
      * the same competencia rewrites its own records.
       01  PG-PENSAO-PAGA.
           05 PG-CHAVE.
               10 PG-CODFUNC     PIC 9(6).
               10 PG-COMPETENCIA PIC 9(6).
               10 PG-SEQUENCIA   PIC 9(2).
           05 PG-EMPRESA         PIC 9(3).
           05 PG-PROCESSO        PIC X(25).
           05 PG-VALOR           PIC 9(7)V9(2).
           05 PG-BENEF-NOME      PIC X(20).
           05 PG-BENEF-CPF       PIC X(11).
           05 PG-BENEF-BANCO     PIC 9(3).
           05 PG-BENEF-AGENCIA   PIC 9(4).
           05 PG-BENEF-CONTA     PIC 9(8).
           05 PG-BENEF-DIGITO    PIC 9(1).
