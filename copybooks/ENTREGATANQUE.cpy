      * Receipt history of the tank farm (data/entregas-tanques.dat),
      * one line per receipt, appended by INVENTARIO-TANQUES as it
      * reconciles each receipt against the supplier's nota fiscal
      * - the month to date of the short-delivery report, and the
      * period's purchases FROTA-COMBUSTIVEL takes the average fuel
      * cost from.
       01  ER-ENTREGA.
           05 ER-ID              PIC 9(3).
           05 ER-DATA            PIC 9(8).
           05 ER-NOTA-FISCAL     PIC 9(9).
           05 ER-VOLUME-NOTA     PIC 9(7)V9(5).
           05 ER-VOLUME-RECEBIDO PIC 9(7)V9(5).
           05 ER-VALOR-NOTA      PIC 9(9)V9(2).
