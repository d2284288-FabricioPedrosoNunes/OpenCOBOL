      * Tank master record (data/tanques.dat, line sequential, read
      * whole): dimensions for the geometric volume, the product
      * stored, the replenishment figures and the tank's shape.
      * INVENTARIO-TANQUES measures the tanks off it; the fleet
      * fuel programs take the product a dispensing drew from it.
       01  TQ-TANQUE.
           05 TQ-ID      PIC 9(3).
           05 TQ-RAIO    PIC 9(5)V9(5).
           05 TQ-ALTURA  PIC 9(5)V9(5).
           05 TQ-PRODUTO PIC X(10).
           05 TQ-ESTOQUE-MINIMO  PIC 9(7)V9(5).
           05 TQ-NIVEL-REPOSICAO PIC 9(7)V9(5).
           05 TQ-LEAD-TIME-DIAS  PIC 9(3).
      * shape - blank on the older records means vertical cylinder
           05 TQ-FORMATO PIC X(1).
              88 TQ-CILINDRO-VERTICAL   VALUE "V" SPACE.
              88 TQ-CILINDRO-HORIZONTAL VALUE "H".
              88 TQ-FUNDO-CONICO        VALUE "C".
