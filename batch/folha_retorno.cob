      * inside the shop - this extends the same discipline across the
      * bank boundary, so a closed-account reject is found here and
      * not when the employee calls.
      *
      * Credits FOLHA-REMESSA sent by PIX ride in the consolidated
      * remessa in a lote of forma 45; the paying bank answers them
      * in its own PIX return (data/pix-retorno(-EEE).dat), the same
      * echoed segmento A with the ocorrencia filled. That return is
      * processed the same way, each answer settling only a PIX
      * credit, and the exceptions say PIX.
      *
      * Every rejected credit is also recorded PENDENTE on
      * data/creditos-rejeitados.dat with the account and CPF it
      * carried, for REMESSA-SUPLEMENTAR to reissue once the account
      * is corrected. TIPO-RETORNO=SUPLEMENTAR processes the bank's
      * answer to that supplementary remessa instead: the files are
      * data/folha-remessa-sup(-EEE).dat and
      * data/banco-retorno-sup(-EEE).dat, a confirmed reissue is
      * marked PAGO and a rejected one goes back PENDENTE with the
      * new reason. The competencia was closed by the regular return
      * and is not touched again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.

      * the same FD reads the bank return and then the PIX return
           SELECT RETORNO ASSIGN DYNAMIC WS-RETORNO-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.
               RECORD KEY IS FC-CHAVE
               FILE STATUS IS WS-FS-FECHAMENTO.

      * Rejected credits awaiting or under reissue.
           SELECT CREDITO-REJEITADO ASSIGN TO
                   "data/creditos-rejeitados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-CHAVE
               FILE STATUS IS WS-FS-REJEITADO.

           SELECT EMPRESA-CORRENTE ASSIGN TO
                   "data/empresa-corrente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           05 RM-NUM-REG  PIC 9(5).
           05 RM-SEGMENTO PIC X(1).
              88 RM-SEGMENTO-A VALUE "A".
              88 RM-SEGMENTO-B VALUE "B".
           05 FILLER      PIC X(3).
           05 RM-BANCO-FAV PIC 9(3).
           05 RM-AGENCIA  PIC 9(4).
           05 RM-VALOR    PIC 9(13)V9(2).
           05 FILLER      PIC X(166).

      * Segmento B view - the favored's CPF, account or PIX credit
      * alike.
       01  RM-SEGMENTO-B-REG.
           05 FILLER           PIC X(17).
           05 RM-B-CPF         PIC X(11).
           05 FILLER           PIC X(212).

      * Header de arquivo view over the same record area - carries
      * the competencia the remessa settled.
       01  RM-HEADER-ARQ.
           05 RM-H-COMPETENCIA PIC 9(6).
           05 FILLER           PIC X(153).

      * Header de lote view - forma 45 opens the PIX lote.
       01  RM-HEADER-LOTE.
           05 RM-L-BANCO       PIC 9(3).
           05 RM-L-LOTE        PIC 9(4).
           05 RM-L-TIPO-REG    PIC X(1).
              88 RM-L-HEADER-LOTE VALUE "1".
           05 RM-L-OPERACAO    PIC X(1).
           05 RM-L-SERVICO     PIC 9(2).
           05 RM-L-FORMA       PIC 9(2).
              88 RM-L-FORMA-PIX VALUE 45.
           05 FILLER           PIC X(227).

      * The bank's answer: our segmento A echoed back with the
      * ocorrencia code and reason filled in the trailing area.
       FD  RETORNO.
       FD  COMPETENCIA-FECHADA.
       COPY COMPFECHADA.

       FD  CREDITO-REJEITADO.
       COPY CREDREJEITADO.

       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).
       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-FS-REJEITADO PIC XX.
           88 WS-REJEITADO-OK         VALUE "00".
           88 WS-REJEITADO-NAO-EXISTE VALUE "35".

      * Return being processed - the regular salary return, or the
      * answer to the supplementary remessa of reissued credits.
       01  WS-TIPO-RETORNO PIC X(12).
           88 WS-RETORNO-SUPLEMENTAR VALUE "SUPLEMENTAR".

      * Competencia the rejected credits are recorded under.
       01  WS-COMPETENCIA-CREDITO PIC 9(6).

       COPY OBTERPARAM.

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.
       01  WS-COMPETENCIA PIC 9(6).


       01  WS-REMESSA-ARQ PIC X(40).
       01  WS-RETORNO-ARQ PIC X(40).
       01  WS-RETORNO-BANCO-ARQ PIC X(40).
       01  WS-RETORNO-PIX-ARQ   PIC X(40).

      * Channel of the lote being loaded and of the return being
      * processed - a PIX answer settles only a PIX credit.
       01  WS-FORMA-LOTE    PIC X VALUE "C".
           88 WS-LOTE-PIX VALUE "P".
       01  WS-FORMA-RETORNO PIC X VALUE "C".
           88 WS-RETORNO-PIX VALUE "P".
       01  WS-QTD-REMESSA-PIX PIC 9(5) VALUE 0.
       01  WS-SAIDA-ARQ   PIC X(40).

      * Every remittance detail held in memory with its settlement
               10 WS-E-CODFUNC  PIC 9(6).
               10 WS-E-NOME     PIC X(20).
               10 WS-E-VALOR    PIC 9(13)V9(2).
               10 WS-E-FORMA    PIC X(1).
                  88 WS-E-PIX VALUE "P".
               10 WS-E-BANCO    PIC 9(3).
               10 WS-E-AGENCIA  PIC 9(4).
               10 WS-E-CONTA    PIC 9(8).
               10 WS-E-DIGITO   PIC 9(1).
               10 WS-E-CPF      PIC X(11).
               10 WS-E-SITUACAO PIC X(1).
                  88 WS-E-PENDENTE   VALUE "P".
                  88 WS-E-CONFIRMADO VALUE "C".
       01  WS-QTD-REJEITADOS    PIC 9(5) VALUE 0.
       01  WS-QTD-SEM-RESPOSTA  PIC 9(5) VALUE 0.
       01  WS-QTD-NAO-ENVIADOS  PIC 9(5) VALUE 0.
       01  WS-QTD-A-REEMITIR    PIC 9(5) VALUE 0.
       01  WS-QTD-REEMISSAO-PAGA PIC 9(5) VALUE 0.

       01  WS-LINHA-EXCECAO.
           05 WS-X-CODFUNC PIC 9(6).
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA.
           PERFORM LER-EMPRESA-CORRENTE.

           MOVE "TIPO-RETORNO" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-TIPO-RETORNO.

           PERFORM NOMEAR-ARQUIVOS-EMPRESA.

           OPEN OUTPUT RELATORIO-SAIDA.
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           IF WS-RETORNO-SUPLEMENTAR
               STRING "EXCECOES DO RETORNO DA REMESSA SUPLEMENTAR"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "EXCECOES DO RETORNO BANCARIO DA FOLHA"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.

           PERFORM CARREGAR-REMESSA.
           PERFORM ABRIR-REJEITADOS.

      * account credits are answered in the bank return, PIX
      * credits in the PIX return - each is read only when the
      * remessa carried credits of its kind; a supplementary
      * remessa is all account credits
           IF WS-RETORNO-SUPLEMENTAR
               MOVE "C" TO WS-FORMA-RETORNO
               MOVE WS-RETORNO-BANCO-ARQ TO WS-RETORNO-ARQ
               PERFORM PROCESSAR-RETORNO
           ELSE
               PERFORM PROCESSAR-RETORNOS-FOLHA
           END-IF.

           CLOSE CREDITO-REJEITADO.

           PERFORM VARRER-SEM-RESPOSTA.
           PERFORM IMPRIMIR-RESUMO.

           IF NOT WS-RETORNO-SUPLEMENTAR
               PERFORM FECHAR-COMPETENCIA
           END-IF.

           CLOSE RELATORIO-SAIDA.

           GOBACK.

       PROCESSAR-RETORNOS-FOLHA.
           IF WS-QTD-REMESSA > WS-QTD-REMESSA-PIX
               MOVE "C" TO WS-FORMA-RETORNO
               MOVE WS-RETORNO-BANCO-ARQ TO WS-RETORNO-ARQ
               PERFORM PROCESSAR-RETORNO
           END-IF.
           IF WS-QTD-REMESSA-PIX > 0
               MOVE "P" TO WS-FORMA-RETORNO
               MOVE WS-RETORNO-PIX-ARQ TO WS-RETORNO-ARQ
               PERFORM PROCESSAR-RETORNO
           END-IF.

      * Rejections are kept under the competencia the remessa paid,
      * and the file is created on the first rejection ever.
       ABRIR-REJEITADOS.
           IF WS-COMPETENCIA-REMESSA > 0
               MOVE WS-COMPETENCIA-REMESSA TO WS-COMPETENCIA-CREDITO
           ELSE
               MOVE WS-COMPETENCIA TO WS-COMPETENCIA-CREDITO
           END-IF.

           OPEN I-O CREDITO-REJEITADO.
           IF WS-REJEITADO-NAO-EXISTE
               OPEN OUTPUT CREDITO-REJEITADO
               CLOSE CREDITO-REJEITADO
               OPEN I-O CREDITO-REJEITADO
           END-IF.
           IF NOT WS-REJEITADO-OK
               DISPLAY "FOLHA-RETORNO: ERRO ABRINDO CREDITOS "
                       "REJEITADOS - " WS-FS-REJEITADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Per-company file names matching FOLHA-REMESSA's - company
      * 001 keeps the historical ones.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-RETORNO-SUPLEMENTAR
               PERFORM NOMEAR-ARQUIVOS-SUPLEMENTAR
           ELSE
               PERFORM NOMEAR-ARQUIVOS-FOLHA
           END-IF.

       NOMEAR-ARQUIVOS-FOLHA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/folha-remessa.dat" TO WS-REMESSA-ARQ
               MOVE "data/banco-retorno.dat" TO WS-RETORNO-BANCO-ARQ
               MOVE "data/pix-retorno.dat" TO WS-RETORNO-PIX-ARQ
               MOVE "data/folha-retorno.lst" TO WS-SAIDA-ARQ
           ELSE
               MOVE SPACES TO WS-REMESSA-ARQ
               STRING "data/folha-remessa-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-REMESSA-ARQ
               MOVE SPACES TO WS-RETORNO-BANCO-ARQ
               STRING "data/banco-retorno-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-RETORNO-BANCO-ARQ
               MOVE SPACES TO WS-RETORNO-PIX-ARQ
               STRING "data/pix-retorno-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-RETORNO-PIX-ARQ
               MOVE SPACES TO WS-SAIDA-ARQ
               STRING "data/folha-retorno-" WS-EMPRESA-CORRENTE
                   ".lst" DELIMITED BY SIZE INTO WS-SAIDA-ARQ
           END-IF.

      * The supplementary remessa REMESSA-SUPLEMENTAR cut, its
      * return and its own exception report.
       NOMEAR-ARQUIVOS-SUPLEMENTAR.
           MOVE SPACES TO WS-RETORNO-PIX-ARQ.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/folha-remessa-sup.dat" TO WS-REMESSA-ARQ
               MOVE "data/banco-retorno-sup.dat"
                   TO WS-RETORNO-BANCO-ARQ
               MOVE "data/folha-retorno-sup.lst" TO WS-SAIDA-ARQ
           ELSE
               MOVE SPACES TO WS-REMESSA-ARQ
               STRING "data/folha-remessa-sup-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-REMESSA-ARQ
               MOVE SPACES TO WS-RETORNO-BANCO-ARQ
               STRING "data/banco-retorno-sup-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-RETORNO-BANCO-ARQ
               MOVE SPACES TO WS-SAIDA-ARQ
               STRING "data/folha-retorno-sup-" WS-EMPRESA-CORRENTE
                   ".lst" DELIMITED BY SIZE INTO WS-SAIDA-ARQ
           END-IF.

      * The bank answered: the month is settled and closes. From
      * here on the folha, the ledger and backdated movements
      * refuse this competencia until a supervisor reopens it.
                           MOVE RM-H-COMPETENCIA
                               TO WS-COMPETENCIA-REMESSA
                       END-IF
                       IF RM-L-HEADER-LOTE
                           IF RM-L-FORMA-PIX
                               MOVE "P" TO WS-FORMA-LOTE
                           ELSE
                               MOVE "C" TO WS-FORMA-LOTE
                           END-IF
                       END-IF
                       IF RM-REG-DETALHE AND RM-SEGMENTO-A
                           IF WS-QTD-REMESSA >= 5000
                               DISPLAY "FOLHA-RETORNO: REMESSA EXCEDE "
                           MOVE RM-CODFUNC TO WS-E-CODFUNC(RM-IDX)
                           MOVE RM-NOME    TO WS-E-NOME(RM-IDX)
                           MOVE RM-VALOR   TO WS-E-VALOR(RM-IDX)
                           MOVE RM-BANCO-FAV TO WS-E-BANCO(RM-IDX)
                           MOVE RM-AGENCIA TO WS-E-AGENCIA(RM-IDX)
                           MOVE RM-CONTA   TO WS-E-CONTA(RM-IDX)
                           MOVE RM-DIGITO  TO WS-E-DIGITO(RM-IDX)
                           MOVE SPACES     TO WS-E-CPF(RM-IDX)
                           MOVE "P"        TO WS-E-SITUACAO(RM-IDX)
                           MOVE WS-FORMA-LOTE TO WS-E-FORMA(RM-IDX)
                           IF WS-LOTE-PIX
                               ADD 1 TO WS-QTD-REMESSA-PIX
                           END-IF
                       END-IF
      * the segmento B follows its segmento A
                       IF RM-REG-DETALHE AND RM-SEGMENTO-B
                               AND WS-QTD-REMESSA > 0
                           SET RM-IDX TO WS-QTD-REMESSA
                           MOVE RM-B-CPF TO WS-E-CPF(RM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
               WHEN WS-E-CODFUNC(RM-IDX) = RT-CODFUNC
                       AND WS-E-VALOR(RM-IDX) = RT-VALOR
                       AND WS-E-PENDENTE(RM-IDX)
                       AND WS-E-FORMA(RM-IDX) = WS-FORMA-RETORNO
                   MOVE "S" TO WS-ACHOU-ENTRADA
                   IF RT-CREDITADO
                       MOVE "C" TO WS-E-SITUACAO(RM-IDX)
                       ADD 1 TO WS-QTD-CONFIRMADOS
                       IF WS-RETORNO-SUPLEMENTAR
                           PERFORM ATUALIZAR-REEMISSAO
                       END-IF
                   ELSE
                       MOVE "R" TO WS-E-SITUACAO(RM-IDX)
                       ADD 1 TO WS-QTD-REJEITADOS
                       MOVE WS-E-NOME(RM-IDX) TO WS-X-NOME
                       MOVE RT-VALOR   TO WS-X-VALOR
                       MOVE SPACES     TO WS-X-MOTIVO
                       IF WS-RETORNO-PIX
                           STRING "PIX REJEITADO: " RT-MOTIVO
                               DELIMITED BY SIZE INTO WS-X-MOTIVO
                       ELSE
                           STRING "REJEITADO: " RT-MOTIVO
                               DELIMITED BY SIZE INTO WS-X-MOTIVO
                       END-IF
                       MOVE WS-LINHA-EXCECAO TO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
                       IF WS-RETORNO-SUPLEMENTAR
                           PERFORM ATUALIZAR-REEMISSAO
                       ELSE
                           PERFORM REGISTRAR-REJEICAO
                       END-IF
                   END-IF
           END-SEARCH.

               MOVE RT-CODFUNC TO WS-X-CODFUNC
               MOVE SPACES     TO WS-X-NOME
               MOVE RT-VALOR   TO WS-X-VALOR
               IF WS-RETORNO-PIX
                   MOVE "RETORNO PIX SEM REMESSA" TO WS-X-MOTIVO
               ELSE
                   MOVE "RETORNO SEM REMESSA" TO WS-X-MOTIVO
               END-IF
               MOVE WS-LINHA-EXCECAO TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * A rejected credit waits PENDENTE for its reissue, with the
      * account it failed on. A key already on file was recorded by
      * an earlier run of this same return - whatever reissue state
      * it reached stands, so the credit can never be reissued
      * twice.
       REGISTRAR-REJEICAO.
           MOVE WS-EMPRESA-CORRENTE    TO CJ-EMPRESA.
           MOVE WS-COMPETENCIA-CREDITO TO CJ-COMPETENCIA.
           MOVE WS-E-CODFUNC(RM-IDX)   TO CJ-CODFUNC.
           MOVE WS-E-VALOR(RM-IDX)     TO CJ-VALOR.
           MOVE WS-E-NOME(RM-IDX)      TO CJ-NOME.
           MOVE WS-E-CPF(RM-IDX)       TO CJ-CPF.
           MOVE WS-E-FORMA(RM-IDX)     TO CJ-FORMA.
           MOVE WS-E-BANCO(RM-IDX)     TO CJ-BANCO.
           MOVE WS-E-AGENCIA(RM-IDX)   TO CJ-AGENCIA.
           MOVE WS-E-CONTA(RM-IDX)     TO CJ-CONTA.
           MOVE WS-E-DIGITO(RM-IDX)    TO CJ-DIGITO.
           MOVE RT-MOTIVO              TO CJ-MOTIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CJ-DATA-REJEICAO.
           SET CJ-PENDENTE TO TRUE.
           MOVE 0 TO CJ-QTD-REEMISSOES.
           MOVE 0 TO CJ-SEQ-REEMISSAO.
           MOVE 0 TO CJ-DATA-REEMISSAO.
           WRITE CJ-CREDITO-REJEITADO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-A-REEMITIR
           END-WRITE.

      * The bank's answer to a reissue: paid for good, or back to
      * PENDENTE for the next supplementary remessa. Only a credit
      * still REEMITIDO is settled - a repeated answer finds it
      * already settled and leaves it alone.
       ATUALIZAR-REEMISSAO.
           MOVE WS-EMPRESA-CORRENTE    TO CJ-EMPRESA.
           MOVE WS-COMPETENCIA-CREDITO TO CJ-COMPETENCIA.
           MOVE WS-E-CODFUNC(RM-IDX)   TO CJ-CODFUNC.
           MOVE WS-E-VALOR(RM-IDX)     TO CJ-VALOR.
           READ CREDITO-REJEITADO
               INVALID KEY
                   DISPLAY "FOLHA-RETORNO: REEMISSAO SEM CREDITO "
                           "REJEITADO - " WS-E-CODFUNC(RM-IDX)
               NOT INVALID KEY
                   IF CJ-REEMITIDO
                       PERFORM LIQUIDAR-REEMISSAO
                   END-IF
           END-READ.

       LIQUIDAR-REEMISSAO.
           IF RT-CREDITADO
               SET CJ-PAGO TO TRUE
               ADD 1 TO WS-QTD-REEMISSAO-PAGA
           ELSE
               SET CJ-PENDENTE TO TRUE
               MOVE RT-MOTIVO TO CJ-MOTIVO
               MOVE FUNCTION CURRENT-DATE(1:8) TO CJ-DATA-REJEICAO
               ADD 1 TO WS-QTD-A-REEMITIR
           END-IF.
           REWRITE CJ-CREDITO-REJEITADO
               INVALID KEY
                   DISPLAY "FOLHA-RETORNO: ERRO NA REGRAVACAO DO "
                           "CREDITO REJEITADO " CJ-CODFUNC
           END-REWRITE.

      * Anything still pending after the whole return was processed
      * is a credit the bank never answered - exactly the unmatched
      * money this job exists to surface.
                   MOVE WS-E-CODFUNC(RM-IDX) TO WS-X-CODFUNC
                   MOVE WS-E-NOME(RM-IDX)    TO WS-X-NOME
                   MOVE WS-E-VALOR(RM-IDX)   TO WS-X-VALOR
                   IF WS-E-PIX(RM-IDX)
                       MOVE "SEM RESPOSTA DO PIX" TO WS-X-MOTIVO
                   ELSE
                       MOVE "SEM RESPOSTA DO BANCO" TO WS-X-MOTIVO
                   END-IF
                   MOVE WS-LINHA-EXCECAO TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           MOVE WS-LINHA-RESUMO            TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "  DOS QUAIS POR PIX"      TO WS-R-ROTULO.
           MOVE WS-QTD-REMESSA-PIX         TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO            TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "CREDITOS CONFIRMADOS"     TO WS-R-ROTULO.
           MOVE WS-QTD-CONFIRMADOS         TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO            TO RELATORIO-LINHA.
           MOVE WS-LINHA-RESUMO            TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF WS-RETORNO-SUPLEMENTAR
               MOVE "REEMISSOES PAGAS"     TO WS-R-ROTULO
               MOVE WS-QTD-REEMISSAO-PAGA  TO WS-R-QTD
               MOVE WS-LINHA-RESUMO        TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           MOVE "NOVOS CREDITOS A REEMITIR" TO WS-R-ROTULO.
           MOVE WS-QTD-A-REEMITIR          TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO            TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           DISPLAY "FOLHA-RETORNO: " WS-QTD-CONFIRMADOS
                   " CONFIRMADOS / " WS-QTD-REJEITADOS
                   " REJEITADOS / " WS-QTD-SEM-RESPOSTA
