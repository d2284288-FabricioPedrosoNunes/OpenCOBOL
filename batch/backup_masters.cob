       FD  PESSOA-MASTER.
       01  PM-REGISTRO.
           05 PM-COD   PIC 9(6).
           05 PM-RESTO PIC X(70).

       FD  FOLHA-LEDGER.
       COPY FOLHALEDGER.
       FD  BKP-PESSOA.
       01  BK-PM-REGISTRO.
           05 BK-PM-COD   PIC 9(6).
           05 BK-PM-RESTO PIC X(70).

       FD  BKP-LEDGER.
       01  BK-LG-REGISTRO.
       FD  BKP-DEPENDENTES.
       01  BK-DE-REGISTRO.
           05 BK-DE-CHAVE PIC X(8).
           05 BK-DE-RESTO PIC X(50).

       FD  BKP-AFASTAMENTOS.
       01  BK-AF-REGISTRO.
