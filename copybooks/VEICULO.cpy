      * Fleet vehicle master record (data/veiculos.dat), keyed by
      * the plate. The department the vehicle is assigned to (its
      * DP-CODIGO) is the one whose cost center pays for its fuel;
      * the expected km per liter is what FROTA-COMBUSTIVEL checks
      * the month's actual rate against. VE-ULTIMO-ODOMETRO is kept
      * by cadastro/abastecimento.cob - each dispensing must show
      * the odometer past the last one.
       01  VE-VEICULO.
           05 VE-PLACA            PIC X(7).
           05 VE-DESCRICAO        PIC X(20).
           05 VE-DEPARTAMENTO     PIC 9(4).
           05 VE-KM-LITRO         PIC 9(2)V9(2).
           05 VE-SITUACAO         PIC X(1).
              88 VE-ATIVO   VALUE "A".
              88 VE-INATIVO VALUE "I".
           05 VE-ULTIMO-ODOMETRO  PIC 9(7).
