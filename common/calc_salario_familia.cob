       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-SALARIO-FAMILIA.

      * Shared salario-familia calculator, CALLed like CALC-IMPOSTOS
      * and from the same tables: the SFAM rows of
      * data/tabela-impostos.dat carry, per vigencia, the
      * remuneration ceiling in the bracket-limit column and the
      * quota per child in the deduction column. The module loads
      * them once per run unit, picks the row in force on the
      * payment date, and when the month's remuneration is within
      * the ceiling pays one quota per qualifying child on
      * data/dependentes.dat. A child qualifies from the month of
      * birth up to the month before the 14th birthday - the quota
      * stops by itself in the month the child turns 14 - and at
      * any age when flagged DE-INVALIDO. Parentesco is free text
      * on the cadastro, so FILHO/FILHA and ENTEADO/ENTEADA are
      * recognised by prefix. With no SFAM row on file the current
      * legal ceiling and quota apply, as CALC-IMPOSTOS does for the
      * dependent allowance.
      *
      * In an admission or termination month the quota is prorated
      * by the days worked, the way the INSS pays it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-IMPOSTOS ASSIGN TO "data/tabela-impostos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.

           SELECT DEPENDENTES ASSIGN TO "data/dependentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTES.

       DATA DIVISION.

       FILE SECTION.
       FD  TABELA-IMPOSTOS.
       01  TI-LINHA.
           05 TI-TIPO          PIC X(4).
           05 TI-DATA-VIGENCIA PIC 9(8).
           05 TI-FAIXA-LIMITE  PIC 9(7)V9(2).
           05 TI-ALIQUOTA      PIC 9(1)V9(4).
           05 TI-DEDUCAO       PIC 9(5)V9(2).

       FD  DEPENDENTES.
       COPY DEPENDENTE.

       WORKING-STORAGE SECTION.

       01  WS-FS-TABELA PIC XX.
           88 WS-TABELA-OK  VALUE "00".
           88 WS-TABELA-EOF VALUE "10".

       01  WS-FS-DEPENDENTES PIC XX.
           88 WS-DEPENDENTES-OK VALUE "00".

      * Dependents file opened on the first CALL and kept open for
      * the run unit; absent file just means no children.
       01  WS-DEP-ABERTO PIC X VALUE "N".
           88 WS-DEP-JA-ABRIU VALUE "S".
       01  WS-DEP-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-DEPENDENTES VALUE "S".

      * Loaded once on the first CALL of the run unit; working
      * storage persists across CALLs.
       01  WS-TABELA-CARREGADA PIC X VALUE "N".
           88 WS-JA-CARREGOU VALUE "S".

       01  WS-SFAM-TABELA.
           05 WS-QTD-SFAM PIC 9(3) VALUE 0.
           05 WS-SFAM OCCURS 50 TIMES.
               10 WS-SF-VIGENCIA PIC 9(8).
               10 WS-SF-LIMITE   PIC 9(7)V9(2).
               10 WS-SF-COTA     PIC 9(5)V9(2).

      * Legal ceiling and quota that stand in when no SFAM row is
      * on the table.
       01  WS-LIMITE-PADRAO PIC 9(7)V9(2) VALUE 1906.04.
       01  WS-COTA-PADRAO   PIC 9(5)V9(2) VALUE 65.00.

       01  WS-IDX PIC 9(3).

       01  WS-NASCIMENTO PIC 9(8).
       01  WS-NASCIMENTO-R REDEFINES WS-NASCIMENTO.
           05 WS-NASC-ANO PIC 9(4).
           05 WS-NASC-MES PIC 9(2).
           05 WS-NASC-DIA PIC 9(2).
       01  WS-COMP-NASCIMENTO PIC 9(6).
       01  WS-COMP-14-ANOS    PIC 9(6).

       LINKAGE SECTION.
       COPY CALCSALFAM.

       PROCEDURE DIVISION USING SF-PARAMETROS.

       MAIN-PROCEDURE.
           IF NOT WS-JA-CARREGOU
               PERFORM CARREGAR-TABELA
           END-IF.

           IF NOT WS-DEP-JA-ABRIU
               PERFORM ABRIR-DEPENDENTES
           END-IF.

           PERFORM ESCOLHER-VIGENCIA.

           MOVE 0 TO SF-QTD-COTAS.
           MOVE 0 TO SF-VALOR.

           IF SF-REMUNERACAO > SF-LIMITE
               SET SF-ACIMA-DO-LIMITE TO TRUE
           ELSE
               PERFORM CONTAR-FILHOS
               IF SF-QTD-COTAS = 0
                   SET SF-SEM-FILHOS TO TRUE
               ELSE
                   SET SF-PAGO TO TRUE
                   IF SF-DIAS > 0 AND SF-DIAS < 30
                       COMPUTE SF-VALOR ROUNDED =
                           SF-VALOR-COTA * SF-QTD-COTAS
                           * SF-DIAS / 30
                   ELSE
                       COMPUTE SF-VALOR =
                           SF-VALOR-COTA * SF-QTD-COTAS
                   END-IF
               END-IF
           END-IF.

           GOBACK.

      * Only the SFAM rows matter here; CALC-IMPOSTOS reads the
      * INSS/IRRF/DEPD rows of the same file on its own.
       CARREGAR-TABELA.
           MOVE "S" TO WS-TABELA-CARREGADA.
           OPEN INPUT TABELA-IMPOSTOS.
           IF NOT WS-TABELA-OK
               DISPLAY "CALC-SALARIO-FAMILIA: TABELA INDISPONIVEL ("
                       WS-FS-TABELA ") - APLICANDO VALORES LEGAIS"
           ELSE
               PERFORM UNTIL WS-TABELA-EOF
                   READ TABELA-IMPOSTOS
                       AT END SET WS-TABELA-EOF TO TRUE
                       NOT AT END
                           IF TI-TIPO = "SFAM"
                               PERFORM GUARDAR-SFAM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TABELA-IMPOSTOS
           END-IF.

       GUARDAR-SFAM.
           IF WS-QTD-SFAM >= 50
               DISPLAY "CALC-SALARIO-FAMILIA: TABELA EXCEDE 50 "
                       "VIGENCIAS - EXCEDENTE IGNORADO"
           ELSE
               ADD 1 TO WS-QTD-SFAM
               MOVE TI-DATA-VIGENCIA TO WS-SF-VIGENCIA(WS-QTD-SFAM)
               MOVE TI-FAIXA-LIMITE  TO WS-SF-LIMITE(WS-QTD-SFAM)
               MOVE TI-DEDUCAO       TO WS-SF-COTA(WS-QTD-SFAM)
           END-IF.

       ABRIR-DEPENDENTES.
           MOVE "S" TO WS-DEP-ABERTO.
           OPEN INPUT DEPENDENTES.
           IF WS-DEPENDENTES-OK
               MOVE "S" TO WS-DEP-DISPONIVEL
           END-IF.

      * Latest vigencia on or before the payment date; the legal
      * values when none qualifies.
       ESCOLHER-VIGENCIA.
           MOVE 0 TO SF-VERSAO-TABELA.
           MOVE WS-LIMITE-PADRAO TO SF-LIMITE.
           MOVE WS-COTA-PADRAO TO SF-VALOR-COTA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-SFAM
               IF WS-SF-VIGENCIA(WS-IDX) <= SF-DATA-PAGAMENTO
                       AND WS-SF-VIGENCIA(WS-IDX) > SF-VERSAO-TABELA
                   MOVE WS-SF-VIGENCIA(WS-IDX) TO SF-VERSAO-TABELA
                   MOVE WS-SF-LIMITE(WS-IDX) TO SF-LIMITE
                   MOVE WS-SF-COTA(WS-IDX) TO SF-VALOR-COTA
               END-IF
           END-PERFORM.

      * Walks the employee's dependents by START on the code, the
      * same walk CALC-IMPOSTOS makes, counting the children that
      * qualify in SF-COMPETENCIA.
       CONTAR-FILHOS.
           IF WS-HA-DEPENDENTES AND SF-CODFUNC > 0
               MOVE SF-CODFUNC TO DE-CODFUNC
               MOVE 0 TO DE-SEQUENCIA
               START DEPENDENTES KEY IS NOT LESS THAN DE-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF WS-DEPENDENTES-OK
                   PERFORM LER-DEPENDENTE
                   PERFORM UNTIL NOT WS-DEPENDENTES-OK
                           OR DE-CODFUNC NOT = SF-CODFUNC
                       PERFORM AVALIAR-FILHO
                       PERFORM LER-DEPENDENTE
                   END-PERFORM
               END-IF
           END-IF.

       LER-DEPENDENTE.
           READ DEPENDENTES NEXT RECORD
               AT END CONTINUE
           END-READ.

       AVALIAR-FILHO.
           IF DE-PARENTESCO(1:4) = "FILH"
                   OR DE-PARENTESCO(1:6) = "ENTEAD"
               MOVE DE-DATA-NASCIMENTO TO WS-NASCIMENTO
               COMPUTE WS-COMP-NASCIMENTO =
                   WS-NASC-ANO * 100 + WS-NASC-MES
               COMPUTE WS-COMP-14-ANOS =
                   (WS-NASC-ANO + 14) * 100 + WS-NASC-MES
               IF WS-COMP-NASCIMENTO <= SF-COMPETENCIA
                   IF SF-COMPETENCIA < WS-COMP-14-ANOS
                           OR DE-E-INVALIDO
                       ADD 1 TO SF-QTD-COTAS
                   END-IF
               END-IF
           END-IF.

       END PROGRAM CALC-SALARIO-FAMILIA.
