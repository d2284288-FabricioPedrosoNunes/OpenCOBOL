      * data/reposicao-tanques.lst. The June diesel run to 4
      * percent happened because this projection lived in someone's
      * head, and that someone was on vacation.
      *
      * Only a true vertical cylinder holds pi * r * r * h at every
      * level. The master says each tank's shape (TQ-FORMATO), and a
      * tank may have a calibration (strapping) chart of its own,
      * data/arqueacao-tanque-NNN.dat - level in millimeters and the
      * volume at that level, in ascending level order. Where a
      * chart exists the volume is interpolated between its two
      * nearest points; a vertical cylinder without one falls back
      * to the geometric formula, and a horizontal or conical-bottom
      * tank without one is reported SEM TABELA and keeps its prior
      * position instead of rolling a wrong volume forward. Dips and
      * dimensions are in meters, the level is taken to the chart in
      * millimeters. Both listings show the method used per tank.
      *
      * Fuel is bought and sold at 20 degrees C. Each dip carries
      * the product's temperature and its density at 20 C, and the
      * volume at ambient temperature is brought to 20 C through
      * the thermal expansion coefficient of the product's density
      * class (the ASTM 54B classes) - positions, expected volumes
      * and variances are all 20 C volumes, so thermal expansion
      * no longer shows as loss. A dip without density stays at
      * ambient volume and says so. Movements are recorded at 20 C.
      *
      * Every receipt carries the supplier's nota fiscal and the
      * volume it invoices; the received volume is reconciled
      * against it and data/entregas-tanques.lst lists the day's
      * receipts and each tank's month to date, any short delivery
      * beyond the delivery tolerance flagged FALTA. The month to
      * date comes off data/entregas-tanques.dat, the receipt
      * history each run appends to - a receipt already on it (same
      * tank and nota) is not counted twice on a rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPOSICAO.

           SELECT ENTREGAS-HISTORICO ASSIGN TO
                   "data/entregas-tanques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTREGAS.

           SELECT ENTREGAS-SAIDA ASSIGN TO
                   "data/entregas-tanques.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTREGAS-SAIDA.

      * One calibration chart per tank, named after the tank id.
           SELECT ARQUEACAO ASSIGN DYNAMIC WS-ARQUEACAO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUEACAO.

       DATA DIVISION.

       FILE SECTION.
       FD  TANQUES.
       COPY TANQUE.

       FD  LEITURAS.
       01  LT-LEITURA.
           05 LT-ID    PIC 9(3).
           05 LT-DATA  PIC 9(8).
           05 LT-NIVEL PIC 9(5)V9(5).
      * product temperature at the dip, degrees C, and density at
      * 20 C in kg per liter - zero density means not measured
           05 LT-TEMPERATURA PIC S9(2)V9(1) SIGN LEADING SEPARATE.
           05 LT-DENSIDADE   PIC 9(1)V9(4).

       FD  MOVIMENTOS.
       COPY MOVTANQUE.

       FD  POSICAO-ANTERIOR.
       01  PA-POSICAO.
       FD  REPOSICAO-SAIDA.
       01  REPOSICAO-LINHA PIC X(100).

       FD  ENTREGAS-HISTORICO.
       COPY ENTREGATANQUE.

       FD  ENTREGAS-SAIDA.
       01  ENTREGAS-LINHA PIC X(100).

       FD  ARQUEACAO.
       01  AQ-PONTO.
           05 AQ-NIVEL-MM PIC 9(5).
           05 AQ-VOLUME   PIC 9(7)V9(5).

       WORKING-STORAGE SECTION.

       01  WS-FS-TANQUES PIC XX.
               10 WS-T-LEAD      PIC 9(3).
               10 WS-T-CONS-SOMA PIC 9(9)V9(5).
               10 WS-T-CONS-DIAS PIC 9(4).
               10 WS-T-FORMATO   PIC X(1).
                  88 WS-T-VERTICAL VALUE "V" SPACE.
               10 WS-T-METODO    PIC X(10).
               10 WS-T-TEMPERATURA PIC S9(2)V9(1).
               10 WS-T-DENSIDADE   PIC 9(1)V9(4).
               10 WS-T-MES-QTD     PIC 9(4).
               10 WS-T-MES-NOTA    PIC 9(9)V9(5).
               10 WS-T-MES-RECEBIDO PIC 9(9)V9(5).

       01  WS-ACHOU-TANQUE PIC X VALUE "N".
           88 WS-TANQUE-ACHADO VALUE "S".
       01  VL-AREA     PIC 9(10)V9(5).
       01  VL-VOLUME   PIC 9(7)V9(5).

       01  WS-FS-ARQUEACAO PIC XX.
           88 WS-ARQUEACAO-OK  VALUE "00".
           88 WS-ARQUEACAO-EOF VALUE "10".

       01  WS-ARQUEACAO-ARQUIVO PIC X(40).

      * The chart of the tank being measured - reloaded per tank.
      * The level zero / volume zero origin is implied below the
      * first point.
       01  WS-ARQUEACAO-TABELA.
           05 WS-QTD-PONTOS PIC 9(4) VALUE 0.
           05 WS-PONTO-ARQUEACAO OCCURS 1000 TIMES
                                 INDEXED BY AQ-IDX.
               10 WS-A-NIVEL  PIC 9(5).
               10 WS-A-VOLUME PIC 9(7)V9(5).

       01  WS-ARQUEACAO-VALIDA PIC X VALUE "N".
           88 WS-TEM-ARQUEACAO VALUE "S".

       01  WS-NIVEL-MM       PIC 9(8)V9(5).
       01  WS-NIVEL-ANTERIOR PIC 9(5).
       01  WS-VOLUME-ANTERIOR PIC 9(7)V9(5).
       01  WS-ACHOU-PONTO PIC X VALUE "N".
           88 WS-PONTO-ACHADO VALUE "S".
       01  WS-ACIMA-TABELA PIC X VALUE "N".
           88 WS-NIVEL-ACIMA-TABELA VALUE "S".

       01  WS-QTD-SEM-TABELA PIC 9(3) VALUE 0.

      * Correction to 20 C: alpha off the density class, then
      * VCF = exp(-alpha * dT * (1 + 0.8 * alpha * dT)), the
      * exponential taken by its series - the exponent stays well
      * under 0.1 at any ambient temperature.
       01  VC-RHO     PIC 9(4)V9(2).
       01  VC-ALFA    PIC 9V9(9).
       01  VC-DELTA-T PIC S9(3)V9(1).
       01  VC-EXPOENTE PIC S9V9(9).
       01  VC-FATOR   PIC 9V9(9).
       01  VL-VOLUME-20 PIC 9(7)V9(5).

       01  WS-FS-ENTREGAS PIC XX.
           88 WS-ENTREGAS-OK  VALUE "00".
           88 WS-ENTREGAS-EOF VALUE "10".

       01  WS-FS-ENTREGAS-SAIDA PIC XX.
           88 WS-ENTREGAS-SAIDA-OK VALUE "00".

      * Short delivery beyond this fraction of the invoiced volume
      * is flagged - meter and temperature noise stays under it.
       01  WS-TOLERANCIA-ENTREGA PIC 9V9(3) VALUE 0.005.

      * The day's receipts as read from the movements.
       01  WS-ENTREGAS-DIA.
           05 WS-QTD-ENTREGAS PIC 9(3) VALUE 0.
           05 WS-ENTREGA OCCURS 500 TIMES INDEXED BY EN-IDX.
               10 WS-E-ID       PIC 9(3).
               10 WS-E-DATA     PIC 9(8).
               10 WS-E-NOTA     PIC 9(9).
               10 WS-E-VOLUME-NOTA PIC 9(7)V9(5).
               10 WS-E-RECEBIDO PIC 9(7)V9(5).
               10 WS-E-VALOR-NOTA PIC 9(9)V9(2).
               10 WS-E-NOVA     PIC X(1).
                  88 WS-E-NAO-REGISTRADA VALUE "S".

       01  WS-MES-CORRENTE PIC 9(6).
       01  WS-DIFERENCA    PIC S9(7)V9(5).
       01  WS-FALTA        PIC 9(9)V9(5).
       01  WS-LIMITE-FALTA PIC 9(9)V9(5).
       01  WS-QTD-FALTAS   PIC 9(3) VALUE 0.
       01  WS-DIA-NOTA     PIC 9(9)V9(5) VALUE 0.
       01  WS-DIA-RECEBIDO PIC 9(9)V9(5) VALUE 0.

       01  WS-LINHA-ENTREGA-DIA.
           05 FILLER         PIC X(21) VALUE "TOTAL DO DIA - NOTA ".
           05 WS-ED-NOTA     PIC 9(9).9(2).
           05 FILLER         PIC X(10) VALUE " RECEBIDO ".
           05 WS-ED-RECEBIDO PIC 9(9).9(2).

       01  WS-LINHA-ENTREGA.
           05 WS-EN-ID       PIC 9(3).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-EN-PRODUTO  PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-EN-DATA     PIC 9(8).
           05 FILLER         PIC X(4) VALUE " NF ".
           05 WS-EN-NOTA     PIC 9(9).
           05 FILLER         PIC X(6) VALUE " NOTA ".
           05 WS-EN-VOLUME-NOTA PIC 9(7).9(2).
           05 FILLER         PIC X(5) VALUE " REC ".
           05 WS-EN-RECEBIDO PIC 9(7).9(2).
           05 FILLER         PIC X(5) VALUE " DIF ".
           05 WS-EN-DIFERENCA PIC -9(7).9(2).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-EN-FLAG     PIC X(8).

       01  WS-LINHA-ENTREGA-MES.
           05 WS-EM-ID       PIC 9(3).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-EM-PRODUTO  PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-EM-QTD      PIC ZZZ9.
           05 FILLER         PIC X(10) VALUE " ENTREGAS ".
           05 FILLER         PIC X(5) VALUE "NOTA ".
           05 WS-EM-NOTA     PIC 9(9).9(2).
           05 FILLER         PIC X(5) VALUE " REC ".
           05 WS-EM-RECEBIDO PIC 9(9).9(2).
           05 FILLER         PIC X(7) VALUE " FALTA ".
           05 WS-EM-FALTA    PIC 9(9).9(2).

       01  WS-VOLUME-ESPERADO PIC S9(8)V9(5).
       01  WS-VARIANCIA       PIC S9(8)V9(5).
       01  WS-VARIANCIA-ABS   PIC 9(8)V9(5).
           05 WS-R-DIAS     PIC ZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-R-FLAG     PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-R-METODO   PIC X(10).

       01  WS-LINHA-DETALHE.
           05 WS-D-ID       PIC 9(3).
           05 WS-D-VARIANCIA PIC -9(7).9(2).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-FLAG     PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-METODO   PIC X(10).
           05 FILLER        PIC X(3) VALUE " T ".
           05 WS-D-TEMPERATURA PIC -Z9.9.

       PROCEDURE DIVISION.

           PERFORM ROLAR-POSICAO.
           PERFORM GRAVAR-CONSUMO-DIA.
           PERFORM GERAR-REPOSICAO.
           PERFORM CONCILIAR-ENTREGAS.

           DISPLAY "INVENTARIO-TANQUES: " WS-QTD-FLAGRADOS
                   " TANQUES FORA DA TOLERANCIA DE "
                   WS-QTD-TANQUES " TANQUES".

           IF WS-QTD-SEM-TABELA > 0
               DISPLAY "INVENTARIO-TANQUES: " WS-QTD-SEM-TABELA
                       " TANQUES NAO CILINDRICOS SEM TABELA DE "
                       "ARQUEACAO"
           END-IF.

           STOP RUN.

       CARREGAR-TANQUES.
                           TO WS-T-LEAD(TQ-IDX)
                       MOVE 0 TO WS-T-CONS-SOMA(TQ-IDX)
                       MOVE 0 TO WS-T-CONS-DIAS(TQ-IDX)
                       MOVE TQ-FORMATO TO WS-T-FORMATO(TQ-IDX)
                       MOVE "SEM LEITURA" TO WS-T-METODO(TQ-IDX)
                       MOVE 0 TO WS-T-TEMPERATURA(TQ-IDX)
                       MOVE 0 TO WS-T-DENSIDADE(TQ-IDX)
                       MOVE 0 TO WS-T-MES-QTD(TQ-IDX)
                       MOVE 0 TO WS-T-MES-NOTA(TQ-IDX)
                       MOVE 0 TO WS-T-MES-RECEBIDO(TQ-IDX)
               END-READ
           END-PERFORM.

               WHEN WS-T-ID(TQ-IDX) = MT-ID
                   IF MT-ENTRADA
                       ADD MT-VOLUME TO WS-T-MOVIMENTO(TQ-IDX)
                       PERFORM GUARDAR-ENTREGA
                   ELSE
                       SUBTRACT MT-VOLUME
                           FROM WS-T-MOVIMENTO(TQ-IDX)
                   END-IF
           END-SEARCH.

       GUARDAR-ENTREGA.
           IF WS-QTD-ENTREGAS >= 500
               DISPLAY "INVENTARIO-TANQUES: ENTREGAS DO DIA EXCEDEM "
                       "A TABELA DE 500 - NF " MT-NOTA-FISCAL
                       " NAO CONCILIADA"
           ELSE
               ADD 1 TO WS-QTD-ENTREGAS
               SET EN-IDX TO WS-QTD-ENTREGAS
               MOVE MT-ID          TO WS-E-ID(EN-IDX)
               MOVE MT-DATA        TO WS-E-DATA(EN-IDX)
               MOVE MT-NOTA-FISCAL TO WS-E-NOTA(EN-IDX)
               MOVE MT-VOLUME-NOTA TO WS-E-VOLUME-NOTA(EN-IDX)
               MOVE MT-VOLUME      TO WS-E-RECEBIDO(EN-IDX)
               MOVE MT-VALOR-NOTA  TO WS-E-VALOR-NOTA(EN-IDX)
               MOVE "S"            TO WS-E-NOVA(EN-IDX)
           END-IF.

       CARREGAR-LEITURAS.
           OPEN INPUT LEITURAS.

               WHEN WS-T-ID(TQ-IDX) = LT-ID
                   MOVE "S" TO WS-ACHOU-TANQUE
                   MOVE LT-NIVEL TO WS-T-NIVEL(TQ-IDX)
                   MOVE LT-TEMPERATURA TO WS-T-TEMPERATURA(TQ-IDX)
                   MOVE LT-DENSIDADE   TO WS-T-DENSIDADE(TQ-IDX)
                   MOVE "S" TO WS-T-TEM-LEITURA(TQ-IDX)
           END-SEARCH.

           END-IF.

      * Per tank: current volume from the dip level through the
      * tank's chart or the URI-2 math, expected volume from
      * yesterday's position plus
      * the day's net movement, variance against the tolerance. A
      * dip above the tank's own height is a measurement error and
      * is flagged too.
           END-PERFORM.

       CALCULAR-UM-TANQUE.
           PERFORM CARREGAR-ARQUEACAO.

           EVALUATE TRUE
               WHEN WS-TEM-ARQUEACAO
                   PERFORM INTERPOLAR-ARQUEACAO
                   MOVE "TABELA" TO WS-T-METODO(TQ-IDX)
               WHEN WS-T-VERTICAL(TQ-IDX)
                   PERFORM CALCULAR-VOLUME-GEOMETRICO
                   MOVE "GEOMETRIA" TO WS-T-METODO(TQ-IDX)
               WHEN OTHER
                   MOVE "SEM TABELA" TO WS-T-METODO(TQ-IDX)
           END-EVALUATE.

           IF WS-T-METODO(TQ-IDX) = "SEM TABELA"
               PERFORM REPORTAR-SEM-TABELA
           ELSE
               PERFORM CORRIGIR-PARA-20-GRAUS
               PERFORM CONFRONTAR-VOLUME
           END-IF.

      * Ambient volume to 20 C. The coefficient follows the density
      * class - gasolines, the transition band, kerosenes and the
      * diesel/fuel oils - with the density taken in kg per cubic
      * meter. No density, no correction: the method column says
      * the volume is still at ambient temperature.
       CORRIGIR-PARA-20-GRAUS.
           IF WS-T-DENSIDADE(TQ-IDX) = 0
               MOVE VL-VOLUME TO VL-VOLUME-20
               MOVE SPACES TO WS-T-METODO(TQ-IDX)
               IF WS-TEM-ARQUEACAO
                   MOVE "TAB/AMB" TO WS-T-METODO(TQ-IDX)
               ELSE
                   MOVE "GEO/AMB" TO WS-T-METODO(TQ-IDX)
               END-IF
           ELSE
               COMPUTE VC-RHO = WS-T-DENSIDADE(TQ-IDX) * 1000
               EVALUATE TRUE
                   WHEN VC-RHO < 770
                       COMPUTE VC-ALFA ROUNDED =
                           346.42278 / (VC-RHO * VC-RHO)
                           + 0.43884 / VC-RHO
                   WHEN VC-RHO < 778
                       COMPUTE VC-ALFA ROUNDED =
                           2680.32 / (VC-RHO * VC-RHO)
                           - 0.00336312
                   WHEN VC-RHO < 839
                       COMPUTE VC-ALFA ROUNDED =
                           594.5418 / (VC-RHO * VC-RHO)
                   WHEN OTHER
                       COMPUTE VC-ALFA ROUNDED =
                           186.9696 / (VC-RHO * VC-RHO)
                           + 0.48618 / VC-RHO
               END-EVALUATE
               COMPUTE VC-DELTA-T = WS-T-TEMPERATURA(TQ-IDX) - 20
               COMPUTE VC-EXPOENTE ROUNDED =
                   VC-ALFA * VC-DELTA-T
                   * (1 + (0.8 * VC-ALFA * VC-DELTA-T))
               COMPUTE VC-FATOR ROUNDED =
                   1 - VC-EXPOENTE
                   + (VC-EXPOENTE * VC-EXPOENTE / 2)
                   - (VC-EXPOENTE * VC-EXPOENTE * VC-EXPOENTE / 6)
               COMPUTE VL-VOLUME-20 ROUNDED = VL-VOLUME * VC-FATOR
           END-IF.
           MOVE VL-VOLUME-20 TO VL-VOLUME.

      * A horizontal or conical-bottom tank has no formula here -
      * without its chart the dip cannot become a volume, so the
      * tank is reported and its prior position stands.
       REPORTAR-SEM-TABELA.
           ADD 1 TO WS-QTD-SEM-TABELA.
           ADD 1 TO WS-QTD-FLAGRADOS.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TANQUE " WS-T-ID(TQ-IDX)
               " " WS-T-PRODUTO(TQ-IDX)
               " FORMATO " WS-T-FORMATO(TQ-IDX)
               " SEM TABELA DE ARQUEACAO - VOLUME NAO APURADO"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       CALCULAR-VOLUME-GEOMETRICO.
           COMPUTE VL-QUADRADO =
               WS-T-RAIO(TQ-IDX) * WS-T-RAIO(TQ-IDX).
           COMPUTE VL-AREA = VL-PI * VL-QUADRADO.
           COMPUTE VL-VOLUME = VL-AREA * WS-T-NIVEL(TQ-IDX).

      * Loads the tank's chart; a missing file, or points out of
      * ascending level order, leave the tank without one.
       CARREGAR-ARQUEACAO.
           MOVE 0 TO WS-QTD-PONTOS.
           MOVE "N" TO WS-ARQUEACAO-VALIDA.
           MOVE SPACES TO WS-ARQUEACAO-ARQUIVO.
           STRING "data/arqueacao-tanque-" WS-T-ID(TQ-IDX) ".dat"
               DELIMITED BY SIZE INTO WS-ARQUEACAO-ARQUIVO.

           OPEN INPUT ARQUEACAO.
           IF WS-ARQUEACAO-OK
               MOVE "S" TO WS-ARQUEACAO-VALIDA
               PERFORM UNTIL WS-ARQUEACAO-EOF
                   READ ARQUEACAO
                       AT END SET WS-ARQUEACAO-EOF TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-PONTO-ARQUEACAO
                   END-READ
               END-PERFORM
               CLOSE ARQUEACAO
               IF WS-QTD-PONTOS = 0
                   MOVE "N" TO WS-ARQUEACAO-VALIDA
               END-IF
           END-IF.

       GUARDAR-PONTO-ARQUEACAO.
           IF WS-QTD-PONTOS >= 1000
               DISPLAY "INVENTARIO-TANQUES: TABELA DO TANQUE "
                       WS-T-ID(TQ-IDX) " EXCEDE 1000 PONTOS"
               MOVE "N" TO WS-ARQUEACAO-VALIDA
           ELSE
               IF WS-QTD-PONTOS > 0
                   SET AQ-IDX TO WS-QTD-PONTOS
                   IF AQ-NIVEL-MM NOT > WS-A-NIVEL(AQ-IDX)
                       DISPLAY "INVENTARIO-TANQUES: TABELA DO TANQUE "
                               WS-T-ID(TQ-IDX) " FORA DE ORDEM NO "
                               "NIVEL " AQ-NIVEL-MM
                       MOVE "N" TO WS-ARQUEACAO-VALIDA
                   END-IF
               END-IF
               ADD 1 TO WS-QTD-PONTOS
               SET AQ-IDX TO WS-QTD-PONTOS
               MOVE AQ-NIVEL-MM TO WS-A-NIVEL(AQ-IDX)
               MOVE AQ-VOLUME   TO WS-A-VOLUME(AQ-IDX)
           END-IF.

      * Linear interpolation between the chart points around the
      * level; above the last point the chart's top volume stands
      * and the reading is flagged.
       INTERPOLAR-ARQUEACAO.
           COMPUTE WS-NIVEL-MM = WS-T-NIVEL(TQ-IDX) * 1000.
           MOVE "N" TO WS-ACHOU-PONTO.
           MOVE "N" TO WS-ACIMA-TABELA.
           MOVE 0 TO WS-NIVEL-ANTERIOR.
           MOVE 0 TO WS-VOLUME-ANTERIOR.

           PERFORM VARYING AQ-IDX FROM 1 BY 1
                   UNTIL AQ-IDX > WS-QTD-PONTOS OR WS-PONTO-ACHADO
               IF WS-A-NIVEL(AQ-IDX) >= WS-NIVEL-MM
                   MOVE "S" TO WS-ACHOU-PONTO
                   IF WS-A-NIVEL(AQ-IDX) = WS-NIVEL-ANTERIOR
                       MOVE WS-A-VOLUME(AQ-IDX) TO VL-VOLUME
                   ELSE
                       COMPUTE VL-VOLUME ROUNDED =
                           WS-VOLUME-ANTERIOR
                           + (WS-A-VOLUME(AQ-IDX)
                              - WS-VOLUME-ANTERIOR)
                           * (WS-NIVEL-MM - WS-NIVEL-ANTERIOR)
                           / (WS-A-NIVEL(AQ-IDX) - WS-NIVEL-ANTERIOR)
                   END-IF
               ELSE
                   MOVE WS-A-NIVEL(AQ-IDX)  TO WS-NIVEL-ANTERIOR
                   MOVE WS-A-VOLUME(AQ-IDX) TO WS-VOLUME-ANTERIOR
               END-IF
           END-PERFORM.

           IF NOT WS-PONTO-ACHADO
               MOVE WS-VOLUME-ANTERIOR TO VL-VOLUME
               MOVE "S" TO WS-ACIMA-TABELA
           END-IF.

       CONFRONTAR-VOLUME.
           COMPUTE WS-VOLUME-ESPERADO =
               WS-T-ANTERIOR(TQ-IDX) + WS-T-MOVIMENTO(TQ-IDX).
           COMPUTE WS-VARIANCIA =
           MOVE VL-VOLUME            TO WS-D-ATUAL.
           MOVE WS-VOLUME-ESPERADO   TO WS-D-ESPERADO.
           MOVE WS-VARIANCIA         TO WS-D-VARIANCIA.
           MOVE WS-T-METODO(TQ-IDX)  TO WS-D-METODO.
           MOVE WS-T-TEMPERATURA(TQ-IDX) TO WS-D-TEMPERATURA.

           IF WS-VARIANCIA-ABS > WS-LIMITE-VARIANCIA
               ADD 1 TO WS-QTD-FLAGRADOS
               MOVE "NIVEL>ALT" TO WS-D-FLAG
           END-IF.

           IF WS-TEM-ARQUEACAO
                   AND WS-NIVEL-ACIMA-TABELA
               IF WS-D-FLAG = SPACES
                   ADD 1 TO WS-QTD-FLAGRADOS
               END-IF
               MOVE "NIVEL>TAB" TO WS-D-FLAG
           END-IF.

           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE WS-T-ANTERIOR(TQ-IDX) TO WS-R-VOLUME.
           MOVE WS-MEDIA-DIARIA       TO WS-R-MEDIA.
           MOVE WS-DIAS-ATE-VAZIO     TO WS-R-DIAS.
           MOVE WS-T-METODO(TQ-IDX)   TO WS-R-METODO.
           MOVE WS-LINHA-REPOSICAO TO REPOSICAO-LINHA.
           WRITE REPOSICAO-LINHA.

      * Receipts against the supplier's nota: the month's history
      * first (counting each tank's month to date and marking the
      * day's receipts already on it), then the day's list, the
      * new receipts appended to the history, and the month to date
      * per tank.
       CONCILIAR-ENTREGAS.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-CORRENTE.

           OPEN INPUT ENTREGAS-HISTORICO.
           IF WS-ENTREGAS-OK
               PERFORM UNTIL WS-ENTREGAS-EOF
                   READ ENTREGAS-HISTORICO
                       AT END SET WS-ENTREGAS-EOF TO TRUE
                       NOT AT END
                           PERFORM CONFERIR-ENTREGA-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE ENTREGAS-HISTORICO
           END-IF.

           OPEN OUTPUT ENTREGAS-SAIDA.
           IF NOT WS-ENTREGAS-SAIDA-OK
               DISPLAY "INVENTARIO-TANQUES: ERRO ABRINDO ENTREGAS - "
                       WS-FS-ENTREGAS-SAIDA
               STOP RUN
           END-IF.

           MOVE SPACES TO ENTREGAS-LINHA.
           STRING "CONCILIACAO DE ENTREGAS X NOTA FISCAL - "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO ENTREGAS-LINHA.
           WRITE ENTREGAS-LINHA.
           MOVE SPACES TO ENTREGAS-LINHA.
           WRITE ENTREGAS-LINHA.
           MOVE "ENTREGAS DO DIA" TO ENTREGAS-LINHA.
           WRITE ENTREGAS-LINHA.

           OPEN EXTEND ENTREGAS-HISTORICO.
           IF NOT WS-ENTREGAS-OK
               OPEN OUTPUT ENTREGAS-HISTORICO
           END-IF.

           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-QTD-ENTREGAS
               PERFORM CONCILIAR-UMA-ENTREGA
           END-PERFORM.

           CLOSE ENTREGAS-HISTORICO.

           MOVE WS-DIA-NOTA     TO WS-ED-NOTA.
           MOVE WS-DIA-RECEBIDO TO WS-ED-RECEBIDO.
           MOVE WS-LINHA-ENTREGA-DIA TO ENTREGAS-LINHA.
           WRITE ENTREGAS-LINHA.

           MOVE SPACES TO ENTREGAS-LINHA.
           WRITE ENTREGAS-LINHA.
           MOVE SPACES TO ENTREGAS-LINHA.
           STRING "ACUMULADO DO MES " WS-MES-CORRENTE
               DELIMITED BY SIZE INTO ENTREGAS-LINHA.
           WRITE ENTREGAS-LINHA.

           PERFORM VARYING TQ-IDX FROM 1 BY 1
                   UNTIL TQ-IDX > WS-QTD-TANQUES
               IF WS-T-MES-QTD(TQ-IDX) > 0
                   PERFORM IMPRIMIR-ENTREGAS-MES
               END-IF
           END-PERFORM.

           CLOSE ENTREGAS-SAIDA.

           IF WS-QTD-FALTAS > 0
               DISPLAY "INVENTARIO-TANQUES: " WS-QTD-FALTAS
                       " ENTREGAS COM FALTA CONTRA A NOTA"
           END-IF.

      * A history receipt of this month joins its tank's month to
      * date; if it is also one of today's, today's copy is not
      * appended again.
       CONFERIR-ENTREGA-HISTORICO.
           IF ER-DATA(1:6) = WS-MES-CORRENTE
               SET TQ-IDX TO 1
               SEARCH WS-TANQUE
                   AT END CONTINUE
                   WHEN TQ-IDX > WS-QTD-TANQUES
                       CONTINUE
                   WHEN WS-T-ID(TQ-IDX) = ER-ID
                       ADD 1 TO WS-T-MES-QTD(TQ-IDX)
                       ADD ER-VOLUME-NOTA TO WS-T-MES-NOTA(TQ-IDX)
                       ADD ER-VOLUME-RECEBIDO
                           TO WS-T-MES-RECEBIDO(TQ-IDX)
               END-SEARCH
           END-IF.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-QTD-ENTREGAS
               IF WS-E-ID(EN-IDX) = ER-ID
                       AND WS-E-NOTA(EN-IDX) = ER-NOTA-FISCAL
                   MOVE "N" TO WS-E-NOVA(EN-IDX)
               END-IF
           END-PERFORM.

       CONCILIAR-UMA-ENTREGA.
           COMPUTE WS-DIFERENCA =
               WS-E-RECEBIDO(EN-IDX) - WS-E-VOLUME-NOTA(EN-IDX).
           COMPUTE WS-LIMITE-FALTA =
               WS-E-VOLUME-NOTA(EN-IDX) * WS-TOLERANCIA-ENTREGA.
           ADD WS-E-VOLUME-NOTA(EN-IDX) TO WS-DIA-NOTA.
           ADD WS-E-RECEBIDO(EN-IDX)    TO WS-DIA-RECEBIDO.

           MOVE SPACES TO WS-EN-FLAG.
           EVALUATE TRUE
               WHEN WS-E-NOTA(EN-IDX) = 0
                   MOVE "SEM NOTA" TO WS-EN-FLAG
                   ADD 1 TO WS-QTD-FALTAS
               WHEN WS-DIFERENCA < 0
                       AND (0 - WS-DIFERENCA) > WS-LIMITE-FALTA
                   MOVE "FALTA" TO WS-EN-FLAG
                   ADD 1 TO WS-QTD-FALTAS
           END-EVALUATE.

           MOVE WS-E-ID(EN-IDX) TO WS-EN-ID.
           MOVE SPACES TO WS-EN-PRODUTO.
           SET TQ-IDX TO 1.
           SEARCH WS-TANQUE
               AT END CONTINUE
               WHEN TQ-IDX > WS-QTD-TANQUES
                   CONTINUE
               WHEN WS-T-ID(TQ-IDX) = WS-E-ID(EN-IDX)
                   MOVE WS-T-PRODUTO(TQ-IDX) TO WS-EN-PRODUTO
                   IF WS-E-NAO-REGISTRADA(EN-IDX)
                           AND WS-E-DATA(EN-IDX)(1:6)
                               = WS-MES-CORRENTE
                       ADD 1 TO WS-T-MES-QTD(TQ-IDX)
                       ADD WS-E-VOLUME-NOTA(EN-IDX)
                           TO WS-T-MES-NOTA(TQ-IDX)
                       ADD WS-E-RECEBIDO(EN-IDX)
                           TO WS-T-MES-RECEBIDO(TQ-IDX)
                   END-IF
           END-SEARCH.
           MOVE WS-E-DATA(EN-IDX)        TO WS-EN-DATA.
           MOVE WS-E-NOTA(EN-IDX)        TO WS-EN-NOTA.
           MOVE WS-E-VOLUME-NOTA(EN-IDX) TO WS-EN-VOLUME-NOTA.
           MOVE WS-E-RECEBIDO(EN-IDX)    TO WS-EN-RECEBIDO.
           MOVE WS-DIFERENCA             TO WS-EN-DIFERENCA.
           MOVE WS-LINHA-ENTREGA TO ENTREGAS-LINHA.
           WRITE ENTREGAS-LINHA.

           IF WS-E-NAO-REGISTRADA(EN-IDX)
               MOVE WS-E-ID(EN-IDX)          TO ER-ID
               MOVE WS-E-DATA(EN-IDX)        TO ER-DATA
               MOVE WS-E-NOTA(EN-IDX)        TO ER-NOTA-FISCAL
               MOVE WS-E-VOLUME-NOTA(EN-IDX) TO ER-VOLUME-NOTA
               MOVE WS-E-RECEBIDO(EN-IDX)    TO ER-VOLUME-RECEBIDO
               MOVE WS-E-VALOR-NOTA(EN-IDX)  TO ER-VALOR-NOTA
               WRITE ER-ENTREGA
           END-IF.

      * Month to date per tank: the shortfall is what the notas
      * invoiced beyond what was received, never negative.
       IMPRIMIR-ENTREGAS-MES.
           MOVE 0 TO WS-FALTA.
           IF WS-T-MES-NOTA(TQ-IDX) > WS-T-MES-RECEBIDO(TQ-IDX)
               COMPUTE WS-FALTA =
                   WS-T-MES-NOTA(TQ-IDX) - WS-T-MES-RECEBIDO(TQ-IDX)
           END-IF.
           MOVE WS-T-ID(TQ-IDX)           TO WS-EM-ID.
           MOVE WS-T-PRODUTO(TQ-IDX)      TO WS-EM-PRODUTO.
           MOVE WS-T-MES-QTD(TQ-IDX)      TO WS-EM-QTD.
           MOVE WS-T-MES-NOTA(TQ-IDX)     TO WS-EM-NOTA.
           MOVE WS-T-MES-RECEBIDO(TQ-IDX) TO WS-EM-RECEBIDO.
           MOVE WS-FALTA                  TO WS-EM-FALTA.
           MOVE WS-LINHA-ENTREGA-MES TO ENTREGAS-LINHA.
           WRITE ENTREGAS-LINHA.

       END PROGRAM INVENTARIO-TANQUES.
