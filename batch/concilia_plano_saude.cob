       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-PLANO-SAUDE.

      * Monthly check of the health plan insurer's invoice
      * (data/plano-fatura.dat: card number, name, amount billed)
      * against our own enrollment (data/plano-saude.dat, one record
      * per life). Every invoice line is matched on the carteirinha
      * and reported when the card was never enrolled - usually a
      * dependent the insurer added without us - when the life
      * belongs to a DESLIGADO employee, when the life was
      * ENCERRADO here but is still billed, or when the fee billed
      * differs from the fee on file. A second pass lists every
      * active life of this company's working employees that the
      * invoice left out, and the summary puts the invoice total
      * beside the total our enrollment prices, so the invoice is
      * paid on a listing instead of on trust.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-FATURA ASSIGN DYNAMIC WS-FATURA-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATURA.

           SELECT PLANO-MASTER ASSIGN TO "data/plano-saude.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               ALTERNATE RECORD KEY IS PL-CARTEIRINHA WITH DUPLICATES
               FILE STATUS IS WS-FS-PLANO.

           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

      * Company this pass processes - written by CADEIA-NOTURNA per
      * company; absent file means the historical company 001.
           SELECT EMPRESA-CORRENTE ASSIGN TO
                   "data/empresa-corrente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP-CORRENTE.

      * Invoice and listing are per company - each company holds its
      * own contract with the insurer. Company 001 keeps the plain
      * names.
           SELECT RELATORIO ASSIGN DYNAMIC WS-SAIDA-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
      * The insurer's invoice layout, one life per line.
       FD  PLANO-FATURA.
       01  PF-LINHA.
           05 PF-CARTEIRINHA PIC X(20).
           05 PF-NOME        PIC X(30).
           05 PF-VALOR       PIC 9(7)V9(2).

       FD  PLANO-MASTER.
       COPY PLANOSAUDE.

       FD  FUNCIONARIO-MASTER.
       01  FM-FUNCIONARIO.
           05 FM-CODFUNC PIC 9(6).
           05 FM-NOME  PIC X(20).
           05 FM-DATA-NASCIMENTO PIC 9(8).
           05 FM-DATA-ADMISSAO   PIC 9(8).
           05 FM-DEPARTAMENTO PIC X(15).
           05 FM-ENDERECO.
               10 FM-CEP            PIC X(9).
               10 FM-RUA            PIC X(20).
               10 FM-NUMEROENDERECO PIC 9(4).
               10 FM-COMPLEMENTO    PIC X(20).
               10 FM-CIDADE         PIC X(20).
               10 FM-ESTADO         PIC X(2).
           05 FM-TELEFONE.
               10 FM-DDD             PIC 9(2).
               10 FM-NUMEROTELEFONE  PIC X(9).
               10 FM-OPERADORA       PIC X(10).
           05 FM-SALARIO PIC 9(7)V9(2).
           05 FM-STATUS PIC X(10).
              88 FM-STATUS-ATIVO     VALUE "ATIVO".
              88 FM-STATUS-DESLIGADO VALUE "DESLIGADO".
              88 FM-STATUS-AFASTADO  VALUE "AFASTADO".
           05 FM-STATUS-DATA-EFETIVA PIC 9(8).
           05 FM-EMPRESA PIC 9(3).
           05 FM-CARGO PIC 9(4).
           05 FM-TIPO-CONTRATO PIC X(1).

       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).

       FD  RELATORIO.
       01  RELATORIO-LINHA PIC X(100).

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".

       01  WS-RL-HORA-INICIO PIC 9(6).

       01  WS-FS-FATURA PIC XX.
           88 WS-FATURA-OK  VALUE "00".
           88 WS-FATURA-EOF VALUE "10".

       01  WS-FS-PLANO PIC XX.
           88 WS-PLANO-OK  VALUE "00".
           88 WS-PLANO-EOF VALUE "10".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.
       01  WS-FATURA-ARQUIVO   PIC X(40).
       01  WS-SAIDA-ARQUIVO    PIC X(40).

       01  WS-ACHOU-FUNC PIC X VALUE "N".
           88 WS-FUNC-ACHADO VALUE "S".

      * Cards the invoice billed, for the second pass that looks for
      * enrolled lives the insurer left out.
       01  WS-FATURADOS-TABELA.
           05 WS-QTD-FATURADOS PIC 9(5) VALUE 0.
           05 WS-FATURADO OCCURS 5000 TIMES
                          INDEXED BY FT-IDX
                          PIC X(20).

       01  WS-ACHOU-FATURADO PIC X VALUE "N".
           88 WS-FATURADO-ACHADO VALUE "S".

       01  WS-QTD-LINHAS       PIC 9(5) VALUE 0.
       01  WS-QTD-NAO-INSCRITA PIC 9(5) VALUE 0.
       01  WS-QTD-DESLIGADO    PIC 9(5) VALUE 0.
       01  WS-QTD-ENCERRADA    PIC 9(5) VALUE 0.
       01  WS-QTD-VALOR-DIF    PIC 9(5) VALUE 0.
       01  WS-QTD-NAO-FATURADA PIC 9(5) VALUE 0.
       01  WS-TOTAL-FATURADO   PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-INSCRITO   PIC 9(11)V9(2) VALUE 0.

       01  WS-CABECALHO.
           05 FILLER PIC X(36)
              VALUE "CONCILIACAO DA FATURA DO PLANO - EMP".
           05 WS-C-EMPRESA PIC 9(3).

       01  WS-LINHA-DETALHE.
           05 WS-D-CARTEIRINHA PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-D-CODFUNC     PIC 9(6).
           05 FILLER           PIC X(1) VALUE "/".
           05 WS-D-SEQUENCIA   PIC 9(2).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-D-TIPO        PIC X(29).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-D-FATURADO    PIC ZZZZZZ9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-D-INSCRITO    PIC ZZZZZZ9.99.

       01  WS-LINHA-RESUMO.
           05 WS-R-ROTULO PIC X(30).
           05 WS-R-QTD    PIC ZZZZ9.

       01  WS-LINHA-VALOR.
           05 WS-V-ROTULO PIC X(30).
           05 WS-V-VALOR  PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.

           PERFORM LER-EMPRESA-CORRENTE.
           PERFORM NOMEAR-ARQUIVOS-EMPRESA.

           OPEN INPUT PLANO-FATURA.

           IF NOT WS-FATURA-OK
               DISPLAY "CONCILIA-PLANO-SAUDE: ERRO ABRINDO FATURA - "
                       WS-FS-FATURA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PLANO-MASTER.

           IF NOT WS-PLANO-OK
               DISPLAY "CONCILIA-PLANO-SAUDE: ERRO ABRINDO PLANO - "
                       WS-FS-PLANO
               CLOSE PLANO-FATURA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.

           IF NOT WS-MASTER-OK
               DISPLAY "CONCILIA-PLANO-SAUDE: ERRO ABRINDO MASTER - "
                       WS-FS-MASTER
               CLOSE PLANO-FATURA
               CLOSE PLANO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO.

           IF NOT WS-SAIDA-OK
               DISPLAY "CONCILIA-PLANO-SAUDE: ERRO ABRINDO SAIDA - "
                       WS-FS-SAIDA
               CLOSE PLANO-FATURA
               CLOSE PLANO-MASTER
               CLOSE FUNCIONARIO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-EMPRESA-CORRENTE TO WS-C-EMPRESA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM UNTIL WS-FATURA-EOF
               READ PLANO-FATURA
                   AT END SET WS-FATURA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LINHAS
                       ADD PF-VALOR TO WS-TOTAL-FATURADO
                       PERFORM GUARDAR-FATURADO
                       PERFORM CONFERIR-LINHA-FATURA
               END-READ
           END-PERFORM.

           PERFORM PROCURAR-NAO-FATURADAS.

           PERFORM IMPRIMIR-RESUMO.

           CLOSE PLANO-FATURA.
           CLOSE PLANO-MASTER.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE RELATORIO.

           PERFORM GRAVAR-RUNLOG.

           DISPLAY "CONCILIA-PLANO-SAUDE: " WS-QTD-LINHAS
                   " VIDAS FATURADAS, " WS-QTD-NAO-INSCRITA
                   " NAO INSCRITAS, " WS-QTD-DESLIGADO
                   " DE DESLIGADOS, " WS-QTD-VALOR-DIF
                   " VALORES DIVERGENTES".

           GOBACK.

      * Per-company file names - company 001 keeps the plain ones.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/plano-fatura.dat" TO WS-FATURA-ARQUIVO
               MOVE "data/plano-conciliacao.lst" TO WS-SAIDA-ARQUIVO
           ELSE
               MOVE SPACES TO WS-FATURA-ARQUIVO
               STRING "data/plano-fatura-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-FATURA-ARQUIVO
               MOVE SPACES TO WS-SAIDA-ARQUIVO
               STRING "data/plano-conciliacao-" WS-EMPRESA-CORRENTE
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

       GUARDAR-FATURADO.
           IF WS-QTD-FATURADOS >= 5000
               DISPLAY "CONCILIA-PLANO-SAUDE: FATURA EXCEDE 5000 "
                       "VIDAS - EXCEDENTE FORA DA SEGUNDA PASSAGEM"
           ELSE
               ADD 1 TO WS-QTD-FATURADOS
               SET FT-IDX TO WS-QTD-FATURADOS
               MOVE PF-CARTEIRINHA TO WS-FATURADO(FT-IDX)
           END-IF.

      * One report line per problem the invoice line shows - a
      * life can be both ENCERRADA here and billed at the wrong fee.
       CONFERIR-LINHA-FATURA.
           MOVE PF-CARTEIRINHA TO PL-CARTEIRINHA.
           READ PLANO-MASTER KEY IS PL-CARTEIRINHA
               INVALID KEY
                   ADD 1 TO WS-QTD-NAO-INSCRITA
                   MOVE 0 TO PL-CODFUNC
                   MOVE 0 TO PL-SEQUENCIA
                   MOVE 0 TO PL-MENSALIDADE
                   MOVE "VIDA NAO INSCRITA" TO WS-D-TIPO
                   PERFORM IMPRIMIR-DETALHE
               NOT INVALID KEY
                   PERFORM CONFERIR-VIDA-INSCRITA
           END-READ.

       CONFERIR-VIDA-INSCRITA.
           PERFORM LER-FUNCIONARIO.
           IF NOT WS-FUNC-ACHADO OR FM-STATUS-DESLIGADO
               ADD 1 TO WS-QTD-DESLIGADO
               MOVE "VIDA DE FUNCIONARIO DESLIGADO" TO WS-D-TIPO
               PERFORM IMPRIMIR-DETALHE
           END-IF.

           IF PL-ENCERRADO
               ADD 1 TO WS-QTD-ENCERRADA
               MOVE "VIDA ENCERRADA AINDA FATURADA" TO WS-D-TIPO
               PERFORM IMPRIMIR-DETALHE
           END-IF.

           IF PF-VALOR NOT = PL-MENSALIDADE
               ADD 1 TO WS-QTD-VALOR-DIF
               MOVE "MENSALIDADE DIVERGENTE" TO WS-D-TIPO
               PERFORM IMPRIMIR-DETALHE
           END-IF.

       LER-FUNCIONARIO.
           MOVE "N" TO WS-ACHOU-FUNC.
           MOVE PL-CODFUNC TO FM-CODFUNC.
           READ FUNCIONARIO-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-ACHOU-FUNC
           END-READ.

       IMPRIMIR-DETALHE.
           MOVE PF-CARTEIRINHA TO WS-D-CARTEIRINHA.
           MOVE PL-CODFUNC     TO WS-D-CODFUNC.
           MOVE PL-SEQUENCIA   TO WS-D-SEQUENCIA.
           MOVE PF-VALOR       TO WS-D-FATURADO.
           MOVE PL-MENSALIDADE TO WS-D-INSCRITO.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Second pass over the enrollment: an active life of a
      * working employee of this company is expected on the
      * invoice, and its fee makes up the total we expect to pay.
       PROCURAR-NAO-FATURADAS.
           MOVE LOW-VALUES TO PL-CHAVE.
           START PLANO-MASTER KEY IS NOT LESS THAN PL-CHAVE
               INVALID KEY SET WS-PLANO-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-PLANO-EOF
               READ PLANO-MASTER NEXT RECORD
                   AT END SET WS-PLANO-EOF TO TRUE
                   NOT AT END
                       IF PL-ATIVO
                           PERFORM CONFERIR-VIDA-ATIVA
                       END-IF
               END-READ
           END-PERFORM.

       CONFERIR-VIDA-ATIVA.
           PERFORM LER-FUNCIONARIO.
           IF WS-FUNC-ACHADO AND NOT FM-STATUS-DESLIGADO
                   AND FM-EMPRESA = WS-EMPRESA-CORRENTE
               ADD PL-MENSALIDADE TO WS-TOTAL-INSCRITO
               MOVE "N" TO WS-ACHOU-FATURADO
               SET FT-IDX TO 1
               SEARCH WS-FATURADO
                   AT END CONTINUE
                   WHEN FT-IDX > WS-QTD-FATURADOS
                       CONTINUE
                   WHEN WS-FATURADO(FT-IDX) = PL-CARTEIRINHA
                       MOVE "S" TO WS-ACHOU-FATURADO
               END-SEARCH
               IF NOT WS-FATURADO-ACHADO
                   ADD 1 TO WS-QTD-NAO-FATURADA
                   MOVE 0 TO PF-VALOR
                   MOVE PL-CARTEIRINHA TO PF-CARTEIRINHA
                   MOVE "INSCRITA E NAO FATURADA" TO WS-D-TIPO
                   PERFORM IMPRIMIR-DETALHE
               END-IF
           END-IF.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "VIDAS FATURADAS"           TO WS-R-ROTULO.
           MOVE WS-QTD-LINHAS               TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "VIDAS NAO INSCRITAS"       TO WS-R-ROTULO.
           MOVE WS-QTD-NAO-INSCRITA         TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "VIDAS DE DESLIGADOS"       TO WS-R-ROTULO.
           MOVE WS-QTD-DESLIGADO            TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "VIDAS ENCERRADAS FATURADAS" TO WS-R-ROTULO.
           MOVE WS-QTD-ENCERRADA            TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "MENSALIDADES DIVERGENTES"  TO WS-R-ROTULO.
           MOVE WS-QTD-VALOR-DIF            TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "INSCRITAS NAO FATURADAS"   TO WS-R-ROTULO.
           MOVE WS-QTD-NAO-FATURADA         TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "TOTAL FATURADO"            TO WS-V-ROTULO.
           MOVE WS-TOTAL-FATURADO           TO WS-V-VALOR.
           MOVE WS-LINHA-VALOR              TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "TOTAL PELA INSCRICAO"      TO WS-V-ROTULO.
           MOVE WS-TOTAL-INSCRITO           TO WS-V-VALOR.
           MOVE WS-LINHA-VALOR              TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Appends this run's record to the common batch run log - only
      * reached at successful completion, so a missing record means
      * the job never finished.
       GRAVAR-RUNLOG.
           MOVE "CONCILIA-PLANO-SAUDE" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-QTD-LINHAS TO RL-QTD-LIDOS.
           COMPUTE RL-QTD-GRAVADOS = WS-QTD-NAO-INSCRITA
               + WS-QTD-DESLIGADO + WS-QTD-ENCERRADA
               + WS-QTD-VALOR-DIF + WS-QTD-NAO-FATURADA.
           MOVE "OK" TO RL-RESULTADO.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM CONCILIA-PLANO-SAUDE.
