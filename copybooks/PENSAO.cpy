      * Court-ordered alimony (pensao alimenticia judicial), keyed by
      * employee code plus order sequence - one employee may carry
      * more than one order. Holds the court case number, the base
      * the order applies to, the percentage or fixed value, and the
      * beneficiary's CPF and bank account. Maintained by
      * cadastro/pensao_alimenticia.cob, which validates the CPF and
      * the account digit the same way cadastro/dependente.cob and
      * cadastro/conta_bancaria.cob do. FOLHA-PAGAMENTO withholds
      * the pensao off the net after INSS and IRRF; an ENCERRADA
      * order stays on file but stops withholding.
       01  PJ-PENSAO.
           05 PJ-CHAVE.
               10 PJ-CODFUNC   PIC 9(6).
               10 PJ-SEQUENCIA PIC 9(2).
           05 PJ-PROCESSO        PIC X(25).
           05 PJ-BASE            PIC X(1).
              88 PJ-BASE-LIQUIDO VALUE "L".
              88 PJ-BASE-BRUTO   VALUE "B".
              88 PJ-VALOR-FIXO   VALUE "F".
           05 PJ-PERCENTUAL      PIC 9(2)V9(2).
           05 PJ-VALOR           PIC 9(7)V9(2).
           05 PJ-BENEF-NOME      PIC X(20).
           05 PJ-BENEF-CPF       PIC X(11).
           05 PJ-BENEF-BANCO     PIC 9(3).
           05 PJ-BENEF-AGENCIA   PIC 9(4).
           05 PJ-BENEF-CONTA     PIC 9(8).
           05 PJ-BENEF-DIGITO    PIC 9(1).
           05 PJ-SITUACAO        PIC X(1).
              88 PJ-ATIVA     VALUE "A".
              88 PJ-ENCERRADA VALUE "E".
