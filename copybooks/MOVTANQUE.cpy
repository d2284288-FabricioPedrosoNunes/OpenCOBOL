      * Tank movement of the day (data/movimentos-tanque.dat): a
      * receipt (E) with the supplier's nota fiscal, the volume and
      * value it invoices, or a withdrawal (S). A withdrawal that
      * fuelled a fleet vehicle - written by cadastro/
      * abastecimento.cob - also names the plate, the driver and
      * the odometer; the other withdrawals leave them in blank.
      * Volumes in liters at 20 C.
       01  MT-MOVIMENTO.
           05 MT-ID     PIC 9(3).
           05 MT-DATA   PIC 9(8).
           05 MT-TIPO   PIC X(1).
              88 MT-ENTRADA VALUE "E".
              88 MT-SAIDA   VALUE "S".
           05 MT-VOLUME PIC 9(7)V9(5).
      * receipts only
           05 MT-NOTA-FISCAL  PIC 9(9).
           05 MT-VOLUME-NOTA  PIC 9(7)V9(5).
           05 MT-VALOR-NOTA   PIC 9(9)V9(2).
      * fleet dispensing only
           05 MT-PLACA        PIC X(7).
           05 MT-MOTORISTA    PIC 9(6).
           05 MT-ODOMETRO     PIC 9(7).
