      * Vale-refeicao / vale-alimentacao opt-in record, keyed by
      * employee code - the same shape VALETRANSPORTE.cpy gives the
      * transit benefit. Records the benefit card, which of the two
      * the employee chose (meal or grocery, one card per employee),
      * the value credited per day worked and the employee's PAT
      * co-payment percentage of the month's credit, which the law
      * caps at 20. VALE-REFEICAO-PEDIDO orders the month's credit
      * from the card vendor on the business days left after leave
      * and vacation, and FOLHA-PAGAMENTO deducts the co-payment
      * over the same days. Maintained by cadastro/vale_refeicao.cob;
      * an ENCERRADO record stays on file but out of both.
       01  VR-VALE-REFEICAO.
           05 VR-CODFUNC     PIC 9(6).
           05 VR-CARTAO      PIC 9(16).
           05 VR-TIPO        PIC X(1).
              88 VR-REFEICAO    VALUE "R".
              88 VR-ALIMENTACAO VALUE "A".
              88 VR-TIPO-VALIDO VALUE "R" "A".
           05 VR-VALOR-DIA   PIC 9(3)V9(2).
           05 VR-PERC-PAT    PIC 9(2)V9(2).
           05 VR-SITUACAO    PIC X(1).
              88 VR-ATIVO     VALUE "A".
              88 VR-ENCERRADO VALUE "E".
