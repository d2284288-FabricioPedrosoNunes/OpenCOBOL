       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA-PAGAMENTO.

      * Payment run of the RPAs (recibo de pagamento a autonomo) of
      * data/rpa.dat: every PENDENTE RPA of this company is computed
      * with the provider's withholdings - INSS at the contribuinte
      * individual's flat 11% up to the ceiling and IRRF on the rest,
      * both through the shared CALC-IMPOSTOS module under contract
      * type autonomo and with no dependents, and the municipal ISS
      * at the rate recorded on the RPA - and is stamped with the
      * COMPETENCIA selected (AAAAMM, default the current month, the
      * same switch FOLHA-PAGAMENTO reads), today's payment date and
      * the table version applied, then left CALCULADO for the
      * remessa. A provider missing from data/prestadores.dat leaves
      * its RPA PENDENTE and fails the step.
      *
      * The printed register goes to data/rpa-pagamento(-EEE).lst;
      * the trailer data/rpa-trailer(-EEE).dat carries the count and
      * the net total of every CALCULADO RPA of the company, which
      * FOLHA-REMESSA under TIPO-FOLHA=RPA re-proves before a single
      * credit is written, the way it re-proves the folha trailer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA-MASTER ASSIGN TO "data/rpa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-NUMERO
               FILE STATUS IS WS-FS-RPA.

           SELECT PRESTADOR-MASTER ASSIGN TO "data/prestadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-CODIGO
               FILE STATUS IS WS-FS-PRESTADOR.

      * Company this pass processes - written by CADEIA-NOTURNA per
      * company; absent file means the historical company 001.
           SELECT EMPRESA-CORRENTE ASSIGN TO
                   "data/empresa-corrente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP-CORRENTE.

      * Output files are per company - the chain runs once per
      * company, and a fixed name would let the second pass destroy
      * the first company's register. Company 001 keeps the plain
      * names.
           SELECT TRAILER-FILE ASSIGN DYNAMIC WS-TRAILER-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAILER.

           SELECT RELATORIO ASSIGN DYNAMIC WS-SAIDA-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD  RPA-MASTER.
       COPY RPA.

       FD  PRESTADOR-MASTER.
       COPY PRESTADOR.

       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).

      * Same shape as the folha trailer: count and value total - here
      * the net the remessa has to credit.
       FD  TRAILER-FILE.
       01  TR-LINHA.
           05 TR-QTD-RPA       PIC 9(5).
           05 TR-TOTAL-LIQUIDO PIC 9(11)V9(2).

       FD  RELATORIO.
       01  RELATORIO-LINHA PIC X(100).

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".

       01  WS-RL-HORA-INICIO PIC 9(6).
       01  WS-RL-LIDOS       PIC 9(6) VALUE 0.
       01  WS-RL-GRAVADOS    PIC 9(6) VALUE 0.

       01  WS-FS-RPA PIC XX.
           88 WS-RPA-OK  VALUE "00".
           88 WS-RPA-EOF VALUE "10".

       01  WS-FS-PRESTADOR PIC XX.
           88 WS-PRESTADOR-OK VALUE "00".

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-FS-TRAILER PIC XX.
           88 WS-TRAILER-OK VALUE "00".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.
       01  WS-TRAILER-ARQUIVO  PIC X(40).
       01  WS-SAIDA-ARQUIVO    PIC X(40).

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

      * Parameter area of the shared withholding calculator.
       COPY CALCIMPOSTOS.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA PIC 9(6).
       01  WS-DATA-HOJE   PIC 9(8).

       01  WS-QTD-CALCULADOS PIC 9(5) VALUE 0.
       01  WS-QTD-REJEITADOS PIC 9(5) VALUE 0.
       01  WS-TOTAL-BRUTO    PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-INSS     PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-IRRF     PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-ISS      PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-LIQUIDO  PIC 9(11)V9(2) VALUE 0.

      * Everything CALCULADO and not yet remitted, this run's and
      * any earlier run's - what the remessa is about to credit.
       01  WS-QTD-A-REMETER   PIC 9(5) VALUE 0.
       01  WS-TOTAL-A-REMETER PIC 9(11)V9(2) VALUE 0.

       01  WS-DESCONTOS PIC 9(7)V9(2).

       01  WS-CABECALHO-1.
           05 FILLER PIC X(31)
              VALUE "RPA - PAGAMENTO A AUTONOMOS EMP".
           05 WS-C-EMPRESA PIC 9(3).
           05 FILLER PIC X(13) VALUE "  COMPETENCIA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-C-COMPETENCIA PIC 9(6).
           05 FILLER PIC X(11) VALUE "  PAGAMENTO".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-C-DATA PIC 9(8).

       01  WS-CABECALHO-2.
           05 FILLER PIC X(9)  VALUE "RPA".
           05 FILLER PIC X(7)  VALUE "PREST".
           05 FILLER PIC X(21) VALUE "NOME".
           05 FILLER PIC X(7)  VALUE "CENTRO".
           05 FILLER PIC X(12) VALUE "       BRUTO".
           05 FILLER PIC X(11) VALUE "       INSS".
           05 FILLER PIC X(11) VALUE "       IRRF".
           05 FILLER PIC X(11) VALUE "        ISS".
           05 FILLER PIC X(12) VALUE "     LIQUIDO".

       01  WS-LINHA-DETALHE.
           05 WS-D-NUMERO   PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-PRESTADOR PIC 9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-NOME     PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-CENTRO   PIC 9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-BRUTO    PIC ZZZZZZ9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-INSS     PIC ZZZZZZ9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-IRRF     PIC ZZZZZZ9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-ISS      PIC ZZZZZZ9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-LIQUIDO  PIC ZZZZZZ9.99.

       01  WS-LINHA-VALOR.
           05 WS-V-ROTULO PIC X(40).
           05 WS-V-VALOR  PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           PERFORM LER-EMPRESA-CORRENTE.
           PERFORM NOMEAR-ARQUIVOS-EMPRESA.

           MOVE "COMPETENCIA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-COMPETENCIA-TXT.
           IF WS-COMPETENCIA-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           END-IF.

           OPEN I-O RPA-MASTER.

           IF NOT WS-RPA-OK
               DISPLAY "RPA-PAGAMENTO: ERRO ABRINDO RPA - " WS-FS-RPA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PRESTADOR-MASTER.

           IF NOT WS-PRESTADOR-OK
               DISPLAY "RPA-PAGAMENTO: ERRO ABRINDO PRESTADORES - "
                       WS-FS-PRESTADOR
               CLOSE RPA-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO.

           IF NOT WS-SAIDA-OK
               DISPLAY "RPA-PAGAMENTO: ERRO ABRINDO RELATORIO - "
                       WS-FS-SAIDA
               CLOSE RPA-MASTER
               CLOSE PRESTADOR-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM IMPRIMIR-CABECALHO.

           PERFORM UNTIL WS-RPA-EOF
               READ RPA-MASTER NEXT RECORD
                   AT END SET WS-RPA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RL-LIDOS
                       IF RP-EMPRESA = WS-EMPRESA-CORRENTE
                           PERFORM PROCESSAR-RPA
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM IMPRIMIR-TOTAIS.
           PERFORM GRAVAR-TRAILER.

           CLOSE RPA-MASTER.
           CLOSE PRESTADOR-MASTER.
           CLOSE RELATORIO.

           MOVE WS-QTD-CALCULADOS TO WS-RL-GRAVADOS.
           PERFORM GRAVAR-RUNLOG.

           DISPLAY "RPA-PAGAMENTO: " WS-QTD-CALCULADOS
                   " RPA CALCULADOS, LIQUIDO " WS-TOTAL-LIQUIDO.
           DISPLAY "RPA-PAGAMENTO: " WS-QTD-A-REMETER
                   " RPA A REMETER, LIQUIDO " WS-TOTAL-A-REMETER.

           IF WS-QTD-REJEITADOS > 0
               DISPLAY "RPA-PAGAMENTO: " WS-QTD-REJEITADOS
                       " RPA SEM PRESTADOR CADASTRADO - VER "
                       WS-SAIDA-ARQUIVO
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      * Per-company output names - company 001 keeps the plain ones.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/rpa-trailer.dat"   TO WS-TRAILER-ARQUIVO
               MOVE "data/rpa-pagamento.lst" TO WS-SAIDA-ARQUIVO
           ELSE
               MOVE SPACES TO WS-TRAILER-ARQUIVO
               STRING "data/rpa-trailer-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-TRAILER-ARQUIVO
               MOVE SPACES TO WS-SAIDA-ARQUIVO
               STRING "data/rpa-pagamento-" WS-EMPRESA-CORRENTE
                   ".lst" DELIMITED BY SIZE INTO WS-SAIDA-ARQUIVO
           END-IF.

      * Company of this pass - CADEIA-NOTURNA stamps it before each
      * per-company run; a shop without the empresa master simply
      * keeps processing company 001.
       LER-EMPRESA-CORRENTE.
           OPEN INPUT EMPRESA-CORRENTE.
           IF WS-EMP-CORRENTE-OK
               READ EMPRESA-CORRENTE
                   AT END CONTINUE
                   NOT AT END
                       MOVE EC-EMPRESA TO WS-EMPRESA-CORRENTE
               END-READ
               CLOSE EMPRESA-CORRENTE
           END-IF.

      * A PENDENTE RPA is computed and rewritten CALCULADO; whatever
      * is CALCULADO afterwards - this run's or left by an earlier
      * run the remessa has not picked up yet - counts for the
      * trailer.
       PROCESSAR-RPA.
           IF RP-PENDENTE
               MOVE RP-PRESTADOR TO PS-CODIGO
               READ PRESTADOR-MASTER
                   INVALID KEY
                       PERFORM REJEITAR-RPA
                   NOT INVALID KEY
                       PERFORM CALCULAR-RPA
               END-READ
           END-IF.

           IF RP-CALCULADO
               ADD 1 TO WS-QTD-A-REMETER
               ADD RP-VALOR-LIQUIDO TO WS-TOTAL-A-REMETER
           END-IF.

      * INSS and IRRF through CALC-IMPOSTOS as an autonomo with no
      * dependents (code zero - not an employee); ISS at the RPA's
      * own rate. The withholdings never exceed the gross.
       CALCULAR-RPA.
           MOVE WS-DATA-HOJE   TO CI-DATA-PAGAMENTO.
           MOVE 0              TO CI-CODFUNC.
           MOVE RP-VALOR-BRUTO TO CI-SALARIO-BRUTO.
           SET CI-CONTRATO-AUTONOMO TO TRUE.
           CALL "CALC-IMPOSTOS" USING CI-PARAMETROS.

           MOVE CI-INSS TO RP-INSS.
           MOVE CI-IRRF TO RP-IRRF.
           MOVE CI-VERSAO-TABELA TO RP-VERSAO-TABELA.
           COMPUTE RP-ISS ROUNDED = RP-VALOR-BRUTO * RP-ALIQUOTA-ISS.

           COMPUTE WS-DESCONTOS = RP-INSS + RP-IRRF + RP-ISS.
           IF WS-DESCONTOS > RP-VALOR-BRUTO
               MOVE 0 TO RP-VALOR-LIQUIDO
           ELSE
               COMPUTE RP-VALOR-LIQUIDO =
                   RP-VALOR-BRUTO - WS-DESCONTOS
           END-IF.

           MOVE WS-COMPETENCIA TO RP-COMPETENCIA.
           MOVE WS-DATA-HOJE   TO RP-DATA-PAGAMENTO.
           SET RP-CALCULADO TO TRUE.

           REWRITE RP-RPA
               INVALID KEY
                   DISPLAY "RPA-PAGAMENTO: ERRO NA REGRAVACAO DO RPA "
                           RP-NUMERO
                   SET RP-PENDENTE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CALCULADOS
                   ADD RP-VALOR-BRUTO   TO WS-TOTAL-BRUTO
                   ADD RP-INSS          TO WS-TOTAL-INSS
                   ADD RP-IRRF          TO WS-TOTAL-IRRF
                   ADD RP-ISS           TO WS-TOTAL-ISS
                   ADD RP-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDO
                   PERFORM IMPRIMIR-DETALHE
           END-REWRITE.

       REJEITAR-RPA.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "RPA " RP-NUMERO " PRESTADOR " RP-PRESTADOR
               " NAO CADASTRADO - RPA MANTIDO PENDENTE"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-CABECALHO.
           MOVE WS-EMPRESA-CORRENTE TO WS-C-EMPRESA.
           MOVE WS-COMPETENCIA TO WS-C-COMPETENCIA.
           MOVE WS-DATA-HOJE TO WS-C-DATA.
           MOVE WS-CABECALHO-1 TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-CABECALHO-2 TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-DETALHE.
           MOVE RP-NUMERO        TO WS-D-NUMERO.
           MOVE RP-PRESTADOR     TO WS-D-PRESTADOR.
           MOVE PS-NOME          TO WS-D-NOME.
           MOVE RP-CENTRO-CUSTO  TO WS-D-CENTRO.
           MOVE RP-VALOR-BRUTO   TO WS-D-BRUTO.
           MOVE RP-INSS          TO WS-D-INSS.
           MOVE RP-IRRF          TO WS-D-IRRF.
           MOVE RP-ISS           TO WS-D-ISS.
           MOVE RP-VALOR-LIQUIDO TO WS-D-LIQUIDO.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "RPA CALCULADOS NESTA EXECUCAO: " WS-QTD-CALCULADOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "VALOR BRUTO" TO WS-V-ROTULO.
           MOVE WS-TOTAL-BRUTO TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.
           MOVE "INSS RETIDO (11%)" TO WS-V-ROTULO.
           MOVE WS-TOTAL-INSS TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.
           MOVE "IRRF RETIDO" TO WS-V-ROTULO.
           MOVE WS-TOTAL-IRRF TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.
           MOVE "ISS RETIDO" TO WS-V-ROTULO.
           MOVE WS-TOTAL-ISS TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.
           MOVE "VALOR LIQUIDO" TO WS-V-ROTULO.
           MOVE WS-TOTAL-LIQUIDO TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "A REMETER (TODOS OS CALCULADOS): " WS-QTD-A-REMETER
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "LIQUIDO A REMETER" TO WS-V-ROTULO.
           MOVE WS-TOTAL-A-REMETER TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.

           IF CI-TAXA-FIXA AND WS-QTD-CALCULADOS > 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "TABELA DE IMPOSTOS INDISPONIVEL - TAXAS "
                   "HISTORICAS APLICADAS"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIMIR-VALOR.
           MOVE WS-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Written on every run, zero when nothing waits for the bank,
      * so the remessa never re-proves against a stale trailer.
       GRAVAR-TRAILER.
           MOVE WS-QTD-A-REMETER   TO TR-QTD-RPA.
           MOVE WS-TOTAL-A-REMETER TO TR-TOTAL-LIQUIDO.
           OPEN OUTPUT TRAILER-FILE.
           IF NOT WS-TRAILER-OK
               DISPLAY "RPA-PAGAMENTO: ERRO GRAVANDO TRAILER - "
                       WS-FS-TRAILER
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE TR-LINHA
               CLOSE TRAILER-FILE
           END-IF.

      * Appends this run's record to the common batch run log - only
      * reached at successful completion, so a missing record means
      * the job never finished.
       GRAVAR-RUNLOG.
           MOVE "RPA-PAGAMENTO" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-RL-LIDOS    TO RL-QTD-LIDOS.
           MOVE WS-RL-GRAVADOS TO RL-QTD-GRAVADOS.
           IF WS-QTD-REJEITADOS = 0
               MOVE "OK" TO RL-RESULTADO
           ELSE
               MOVE "DIVERGENCIA" TO RL-RESULTADO
           END-IF.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM RPA-PAGAMENTO.
