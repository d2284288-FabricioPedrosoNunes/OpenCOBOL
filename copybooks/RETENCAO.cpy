      * Lawsuit hold record (data/retencao-judicial.dat), keyed by
      * employee code - one hold per employee at a time, the same
      * one-open-record discipline AFASTAMENTO.cpy applies to
      * leaves. While RJ-ABERTA the employee's personal data is
      * evidence and ANONIMIZA-DESLIGADOS passes them over whatever
      * the retention period says. Maintained by
      * cadastro/retencao_judicial.cob; a closed hold stays on file
      * with its closing date.
       01  RJ-RETENCAO.
           05 RJ-CODFUNC           PIC 9(6).
           05 RJ-PROCESSO          PIC X(25).
           05 RJ-DATA-ABERTURA     PIC 9(8).
           05 RJ-DATA-ENCERRAMENTO PIC 9(8).
           05 RJ-SITUACAO          PIC X(1).
              88 RJ-ABERTA    VALUE "A".
              88 RJ-ENCERRADA VALUE "E".
