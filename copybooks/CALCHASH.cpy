      * Parameter area for the shared digest calculator
      * (common/calc_hash.cob, PROGRAM-ID CALC-HASH). The caller
      * fills the text, how many of its leading bytes count, and a
      * seed - the operator code for a password, so two operators
      * choosing the same word never share a digest - and the
      * module answers a 15-digit digest of the text. The same text
      * and seed always give the same digest; a change of any byte
      * gives another, so the clear text never has to be kept.
       01  CH-PARAMETROS.
           05 CH-SEMENTE  PIC 9(15).
           05 CH-TAMANHO  PIC 9(3).
           05 CH-TEXTO    PIC X(200).
           05 CH-HASH     PIC 9(15).
