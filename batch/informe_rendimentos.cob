      * change persists prior months on the master file; the report
      * is structurally ready to total real multi-month history once
      * that exists.
      *
      * Court-ordered alimony withheld during the year is totalled
      * off data/pensoes-pagas.dat, the record FOLHA-PAGAMENTO keeps
      * of what it actually withheld, and shown as the deduction
      * the employee claims on the filing.
      *
      * Profit sharing (PLR) paid during the year is totalled off
      * the PLR ledger (data/plr-ledger.dat) and shown in its own
      * section as exclusively taxed income - it never enters the
      * salary totals above it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS DE-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTES.

      * Pensao alimenticia withheld per competencia - deductible on
      * the employee's filing, so the informe must state it.
           SELECT PENSAO-PAGA ASSIGN TO "data/pensoes-pagas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS WS-FS-PENSAO-PAGA.

      * PLR paid per competencia - exclusively taxed income, stated
      * apart from the taxable salary.
           SELECT PLR-LEDGER ASSIGN TO "data/plr-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-CHAVE
               FILE STATUS IS WS-FS-LEDGER-PLR.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.
       FD  DEPENDENTES.
       COPY DEPENDENTE.

       FD  PENSAO-PAGA.
       COPY PENSAOPAGA.

       FD  PLR-LEDGER.
       COPY PLRLEDGER.

       FD  RUN-LOG.
       COPY RUNLOG.

           88 WS-HA-DEPENDENTES VALUE "S".
       01  WS-QTD-DEPENDENTES-LISTADOS PIC 9(2) VALUE 0.

       01  WS-FS-PENSAO-PAGA PIC XX.
           88 WS-PENSAO-PAGA-OK VALUE "00".

       01  WS-PENSOES-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-PENSOES VALUE "S".
       01  WS-TOTAL-PENSAO   PIC 9(9)V9(2) VALUE 0.

       01  WS-FS-LEDGER-PLR PIC XX.
           88 WS-LEDGER-PLR-OK VALUE "00".

       01  WS-LEDGER-PLR-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-LEDGER-PLR VALUE "S".
       01  WS-TOTAL-PLR          PIC 9(9)V9(2) VALUE 0.
       01  WS-TOTAL-PLR-IRRF     PIC 9(9)V9(2) VALUE 0.
       01  WS-TOTAL-PLR-LIQUIDO  PIC 9(9)V9(2) VALUE 0.

       01  WS-ANO-BASE       PIC 9(4).
       01  WS-HIST-IDX       PIC 99.
       01  WS-TOTAL-BRUTO    PIC 9(9)V9(2) VALUE 0.
               MOVE "S" TO WS-DEP-DISPONIVEL
           END-IF.

           OPEN INPUT PENSAO-PAGA.
           IF WS-PENSAO-PAGA-OK
               MOVE "S" TO WS-PENSOES-DISPONIVEIS
           END-IF.

           OPEN INPUT PLR-LEDGER.
           IF WS-LEDGER-PLR-OK
               MOVE "S" TO WS-LEDGER-PLR-DISPONIVEL
           END-IF.

           DISPLAY "INFORME O CODIGO DO FUNCIONARIO".
           ACCEPT COD.
           MOVE COD TO FM-CODFUNC.
                   MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-BASE
                   PERFORM MONTAR-HISTORICO-ANUAL
                   PERFORM CALCULAR-TOTAIS-ANUAIS
                   PERFORM TOTALIZAR-PENSAO
                   PERFORM TOTALIZAR-PLR
                   PERFORM IMPRIMIR-INFORME
           END-READ.

           IF WS-HA-DEPENDENTES
               CLOSE DEPENDENTES
           END-IF.
           IF WS-HA-PENSOES
               CLOSE PENSAO-PAGA
           END-IF.
           IF WS-HA-LEDGER-PLR
               CLOSE PLR-LEDGER
           END-IF.
           CLOSE INFORME-SAIDA.

           PERFORM GRAVAR-RUNLOG.
               DELIMITED BY SIZE INTO INFORME-LINHA.
           WRITE INFORME-LINHA.

           IF WS-TOTAL-PENSAO > 0
               MOVE SPACES TO INFORME-LINHA
               STRING "PENSAO ALIMENTICIA (DEDUTIVEL): "
                   WS-TOTAL-PENSAO
                   DELIMITED BY SIZE INTO INFORME-LINHA
               WRITE INFORME-LINHA
           END-IF.

           MOVE SPACES TO INFORME-LINHA.
           STRING "TOTAL LIQUIDO RECEBIDO: " WS-TOTAL-LIQUIDO
               DELIMITED BY SIZE INTO INFORME-LINHA.
           WRITE INFORME-LINHA.

           IF WS-TOTAL-PLR > 0
               PERFORM IMPRIMIR-PLR
           END-IF.

           PERFORM LISTAR-DEPENDENTES.

           DISPLAY "INFORME DE RENDIMENTOS GERADO PARA " NOME.
                       "VIGENCIA " CI-VERSAO-TABELA
           END-IF.

      * Every pensao withheld from this employee in the base year,
      * walked by START on code plus the year's first competencia.
       TOTALIZAR-PENSAO.
           MOVE 0 TO WS-TOTAL-PENSAO.
           IF WS-HA-PENSOES
               MOVE COD TO PG-CODFUNC
               MOVE WS-ANO-BASE TO PG-COMPETENCIA(1:4)
               MOVE "01" TO PG-COMPETENCIA(5:2)
               MOVE 0 TO PG-SEQUENCIA
               START PENSAO-PAGA KEY IS NOT LESS THAN PG-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF WS-PENSAO-PAGA-OK
                   PERFORM LER-PENSAO-PAGA
                   PERFORM UNTIL NOT WS-PENSAO-PAGA-OK
                           OR PG-CODFUNC NOT = COD
                           OR PG-COMPETENCIA(1:4) NOT = WS-ANO-BASE
                       ADD PG-VALOR TO WS-TOTAL-PENSAO
                       PERFORM LER-PENSAO-PAGA
                   END-PERFORM
               END-IF
           END-IF.

       LER-PENSAO-PAGA.
           READ PENSAO-PAGA NEXT RECORD
               AT END CONTINUE
           END-READ.

      * Every PLR paid to this employee in the base year, by any
      * company, walked by START on code plus the year's first
      * competencia like the pensao.
       TOTALIZAR-PLR.
           MOVE 0 TO WS-TOTAL-PLR.
           MOVE 0 TO WS-TOTAL-PLR-IRRF.
           MOVE 0 TO WS-TOTAL-PLR-LIQUIDO.
           IF WS-HA-LEDGER-PLR
               MOVE COD TO LP-CODFUNC
               MOVE WS-ANO-BASE TO LP-COMPETENCIA(1:4)
               MOVE "01" TO LP-COMPETENCIA(5:2)
               MOVE 0 TO LP-EMPRESA
               START PLR-LEDGER KEY IS NOT LESS THAN LP-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF WS-LEDGER-PLR-OK
                   PERFORM LER-PLR
                   PERFORM UNTIL NOT WS-LEDGER-PLR-OK
                           OR LP-CODFUNC NOT = COD
                           OR LP-COMPETENCIA(1:4) NOT = WS-ANO-BASE
                       ADD LP-VALOR-BRUTO   TO WS-TOTAL-PLR
                       ADD LP-IRRF          TO WS-TOTAL-PLR-IRRF
                       ADD LP-VALOR-LIQUIDO TO WS-TOTAL-PLR-LIQUIDO
                       PERFORM LER-PLR
                   END-PERFORM
               END-IF
           END-IF.

       LER-PLR.
           READ PLR-LEDGER NEXT RECORD
               AT END CONTINUE
           END-READ.

      * PLR goes in the filing's exclusive-taxation section, with
      * the IRRF withheld on it - kept out of the salary totals.
       IMPRIMIR-PLR.
           MOVE SPACES TO INFORME-LINHA.
           STRING "RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA - PLR"
               DELIMITED BY SIZE INTO INFORME-LINHA.
           WRITE INFORME-LINHA.

           MOVE SPACES TO INFORME-LINHA.
           STRING "  PLR BRUTA: " WS-TOTAL-PLR
               DELIMITED BY SIZE INTO INFORME-LINHA.
           WRITE INFORME-LINHA.

           MOVE SPACES TO INFORME-LINHA.
           STRING "  IRRF RETIDO SOBRE PLR: " WS-TOTAL-PLR-IRRF
               DELIMITED BY SIZE INTO INFORME-LINHA.
           WRITE INFORME-LINHA.

           MOVE SPACES TO INFORME-LINHA.
           STRING "  PLR LIQUIDA: " WS-TOTAL-PLR-LIQUIDO
               DELIMITED BY SIZE INTO INFORME-LINHA.
           WRITE INFORME-LINHA.

      * One line per dependent on file, as the tax filing requires -
      * these are the deductions the annual totals already applied.
       LISTAR-DEPENDENTES.
