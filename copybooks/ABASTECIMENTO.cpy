      * Fleet dispensing record (data/abastecimentos.dat), appended
      * by cadastro/abastecimento.cob for every vehicle fuelled from
      * a tank - the same withdrawal also goes to the tank's day
      * movements. FROTA-COMBUSTIVEL prices the month's lines and
      * charges them to the vehicle's department.
       01  AB-ABASTECIMENTO.
           05 AB-DATA       PIC 9(8).
           05 AB-HORA       PIC 9(6).
           05 AB-PLACA      PIC X(7).
           05 AB-MOTORISTA  PIC 9(6).
           05 AB-TANQUE     PIC 9(3).
           05 AB-ODOMETRO   PIC 9(7).
           05 AB-LITROS     PIC 9(7)V9(5).
