      * Vacation request from the HR portal, parked awaiting the
      * manager (data/ferias-pedidos.dat), keyed by a sequence
      * number with the employee code as a duplicate alternate key.
      * FERIAS-GATEWAY-ENTRADA parks every request that passed the
      * balance, split and start-day screening with the portal's
      * protocol and the employee's department at intake;
      * cadastro/aprova_ferias.cob lets the DP-GERENTE of that
      * department approve - which writes the FE-FERIAS schedule -
      * or reject with a reason, and the next gateway run answers
      * the portal and marks the request FP-JA-RESPONDIDO.
       01  FP-PEDIDO.
           05 FP-SEQUENCIA     PIC 9(6).
           05 FP-PROTOCOLO     PIC X(12).
           05 FP-CODFUNC       PIC 9(6).
           05 FP-DEPARTAMENTO  PIC X(15).
           05 FP-DATA-INICIO   PIC 9(8).
           05 FP-DIAS-GOZO     PIC 9(2).
           05 FP-DIAS-VENDIDOS PIC 9(2).
           05 FP-SITUACAO      PIC X(1).
              88 FP-PENDENTE  VALUE "P".
              88 FP-APROVADO  VALUE "A".
              88 FP-REJEITADO VALUE "R".
           05 FP-RESPONDIDO    PIC X(1).
              88 FP-JA-RESPONDIDO VALUE "S".
           05 FP-APROVADOR     PIC 9(6).
           05 FP-MOTIVO        PIC X(30).
           05 FP-DATA          PIC 9(8).
