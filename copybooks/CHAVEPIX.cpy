      * PIX key record, keyed by employee code - the alternative to
      * the bank account on data/contabancaria.dat for employees
      * whose digital account the bank/agencia/conta/digito layout
      * does not fit. Kept in data/chavepix.dat and maintained by
      * cadastro/chave_pix.cob, which only accepts a key that
      * belongs to the employee's own CPF on PESSOA-MASTER: a CPF
      * key must be that CPF, and any other key is checked against
      * the holder's CPF the bank's key directory shows.
      * PX-CPF-TITULAR keeps the CPF the key was proven against, so
      * FOLHA-REMESSA can refuse a key whose CPF no longer matches
      * the employee's. While PX-ATIVA the employee is paid by PIX
      * instead of by account credit.
       01  PX-CHAVE-PIX.
           05 PX-CODFUNC       PIC 9(6).
           05 PX-TIPO-CHAVE    PIC X(1).
              88 PX-CHAVE-CPF       VALUE "C".
              88 PX-CHAVE-TELEFONE  VALUE "T".
              88 PX-CHAVE-EMAIL     VALUE "E".
              88 PX-CHAVE-ALEATORIA VALUE "A".
              88 PX-TIPO-VALIDO     VALUES "C" "T" "E" "A".
           05 PX-CHAVE         PIC X(77).
           05 PX-CPF-TITULAR   PIC X(11).
           05 PX-DATA-CADASTRO PIC 9(8).
           05 PX-SITUACAO      PIC X(1).
              88 PX-ATIVA   VALUE "A".
              88 PX-INATIVA VALUE "I".
