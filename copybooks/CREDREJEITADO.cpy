      * Salary credit the bank rejected, one per rejected segmento A,
      * keyed by company, competencia, employee code and value - the
      * same identity FOLHA-RETORNO settles a credit by, so a rerun
      * of the return never records the same rejection twice. Written
      * PENDENTE by FOLHA-RETORNO with the account and CPF the
      * rejected credit carried; REMESSA-SUPLEMENTAR reissues every
      * PENDENTE credit of the competencia to the account now on file
      * and marks it REEMITIDO with the supplementary file's sequence,
      * which it never picks up again. FOLHA-RETORNO under
      * TIPO-RETORNO=SUPLEMENTAR settles the reissue: CONFIRMADO
      * makes it PAGO, a new rejection puts it back PENDENTE with the
      * bank's new reason. Kept in data/creditos-rejeitados.dat.
       01  CJ-CREDITO-REJEITADO.
           05 CJ-CHAVE.
               10 CJ-EMPRESA      PIC 9(3).
               10 CJ-COMPETENCIA  PIC 9(6).
               10 CJ-CODFUNC      PIC 9(6).
               10 CJ-VALOR        PIC 9(13)V9(2).
           05 CJ-NOME             PIC X(20).
      * CPF of the favored - the employee's own, or a pensao
      * beneficiary's when the credit paid an alimony order
           05 CJ-CPF              PIC X(11).
           05 CJ-FORMA            PIC X(1).
              88 CJ-FORMA-PIX VALUE "P".
      * account the last attempt went to - zero on a PIX credit
           05 CJ-BANCO            PIC 9(3).
           05 CJ-AGENCIA          PIC 9(4).
           05 CJ-CONTA            PIC 9(8).
           05 CJ-DIGITO           PIC 9(1).
           05 CJ-MOTIVO           PIC X(20).
           05 CJ-DATA-REJEICAO    PIC 9(8).
           05 CJ-SITUACAO         PIC X(1).
              88 CJ-PENDENTE  VALUE "P".
              88 CJ-REEMITIDO VALUE "R".
              88 CJ-PAGO      VALUE "C".
           05 CJ-QTD-REEMISSOES   PIC 9(2).
           05 CJ-SEQ-REEMISSAO    PIC 9(6).
           05 CJ-DATA-REEMISSAO   PIC 9(8).
