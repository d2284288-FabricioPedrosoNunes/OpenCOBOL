      * Health plan (plano de saude) enrollment, one record per life
      * covered, keyed by employee code plus life sequence - 00 is
      * the employee as holder, 01-99 the DE-SEQUENCIA of the dependent
      * on data/dependentes.dat. Carries the insurer's card number
      * (carteirinha, the key the insurer bills and reports usage
      * by), the plan tier, the monthly fee the contract prices the
      * life at and the percentage of that fee the employee bears.
      * Maintained by cadastro/plano_saude.cob; FOLHA-PAGAMENTO
      * deducts the employee's share of every active life plus the
      * month's co-participation, and PLANO-SAUDE-CONCILIACAO checks
      * the insurer's invoice against these records line by line.
      * An ENCERRADO life stays on file but out of both.
       01  PL-PLANO-SAUDE.
           05 PL-CHAVE.
               10 PL-CODFUNC   PIC 9(6).
               10 PL-SEQUENCIA PIC 9(2).
                  88 PL-TITULAR VALUE 0.
           05 PL-CARTEIRINHA     PIC X(20).
           05 PL-PLANO           PIC X(10).
           05 PL-MENSALIDADE     PIC 9(5)V9(2).
           05 PL-PERC-EMPREGADO  PIC 9(3)V9(2).
           05 PL-DATA-INCLUSAO   PIC 9(8).
           05 PL-SITUACAO        PIC X(1).
              88 PL-ATIVO     VALUE "A".
              88 PL-ENCERRADO VALUE "E".
