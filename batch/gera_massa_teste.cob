           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

       FD  CONTA-MASTER.
       COPY CONTABANCARIA.
       FD  TESTE-PESSOA.
       01  TP-PESSOA.
           05 TP-COD   PIC 9(6).
           05 TP-RESTO PIC X(70).

       FD  TESTE-CONTA.
       01  TC-CONTA.
       FD  TESTE-DEPENDENTES.
       01  TD-DEPENDENTE.
           05 TD-CHAVE PIC X(8).
           05 TD-RESTO PIC X(50).

       FD  TESTE-AFASTAMENTOS.
       01  TA-AFASTAMENTO.
