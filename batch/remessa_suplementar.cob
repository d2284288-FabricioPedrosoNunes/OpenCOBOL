       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESSA-SUPLEMENTAR.

      * Supplementary salary remessa: reissues the credits the bank
      * rejected (data/creditos-rejeitados.dat, recorded by
      * FOLHA-RETORNO) once the account has been corrected. Every
      * PENDENTE rejected credit of the company for the COMPETENCIA
      * selected (AAAAMM, default the current month) goes out again
      * for the same value, to the account on file today - the
      * employee's on CONTA-BANCARIA, or, for a pensao credit, the
      * beneficiary's on the alimony order whose CPF it carried. A
      * credit whose account is still the one the bank refused, or
      * that has no account at all, is listed and waits for the next
      * run.
      *
      * The files are the same CNAB 240 structure FOLHA-REMESSA
      * writes - one per favored bank (data/folha-remessa-sup-EEE-
      * BBB.dat) and the consolidated data/folha-remessa-sup(-EEE)
      * .dat FOLHA-RETORNO loads under TIPO-RETORNO=SUPLEMENTAR -
      * under a file sequence of their own
      * (data/folha-remessa-sup-seq(-EEE).dat). The control trailer
      * data/folha-remessa-sup-trailer(-EEE).dat carries the count
      * and total reissued. Once the files are cut every credit in
      * them is marked REEMITIDO with the sequence, so no later run
      * pays it again; only the bank's rejection of the reissue,
      * processed by FOLHA-RETORNO, makes it PENDENTE once more.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITO-REJEITADO ASSIGN TO
                   "data/creditos-rejeitados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-CHAVE
               FILE STATUS IS WS-FS-REJEITADO.

      * Corrected accounts - the employee's own, and the alimony
      * beneficiary's on the pensao order.
           SELECT CONTA-MASTER ASSIGN TO "data/contabancaria.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CODFUNC
               FILE STATUS IS WS-FS-CONTA.

           SELECT PENSAO-MASTER ASSIGN TO "data/pensoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CHAVE
               FILE STATUS IS WS-FS-PENSAO.

      * Company this pass processes - written by CADEIA-NOTURNA per
      * company; absent file means the historical company 001.
           SELECT EMPRESA-CORRENTE ASSIGN TO
                   "data/empresa-corrente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP-CORRENTE.

           SELECT EMPRESA-MASTER ASSIGN TO "data/empresas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CODIGO
               FILE STATUS IS WS-FS-EMPRESAS.

      * Output files are per company, named the way FOLHA-REMESSA
      * names its own - company 001 keeps the plain names.
           SELECT REMESSA ASSIGN DYNAMIC WS-REMESSA-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.

           SELECT REMESSA-BANCO ASSIGN DYNAMIC WS-REMESSA-BCO-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA-BCO.

           SELECT REMESSA-SEQ ASSIGN DYNAMIC WS-SEQ-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

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
       FD  CREDITO-REJEITADO.
       COPY CREDREJEITADO.

       FD  CONTA-MASTER.
       COPY CONTABANCARIA.

       FD  PENSAO-MASTER.
       COPY PENSAO.

       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).

       FD  EMPRESA-MASTER.
       COPY EMPRESA.

       FD  REMESSA.
       01  REMESSA-LINHA PIC X(240).

       FD  REMESSA-BANCO.
       01  REMESSA-BCO-LINHA PIC X(240).

       FD  REMESSA-SEQ.
       01  SQ-LINHA.
           05 SQ-ULTIMA-SEQUENCIA PIC 9(6).

      * Same shape as the folha trailer: count and value total.
       FD  TRAILER-FILE.
       01  TR-LINHA.
           05 TR-QTD-CREDITOS PIC 9(5).
           05 TR-TOTAL-CREDITOS PIC 9(11)V9(2).

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
       01  WS-RL-RESULTADO   PIC X(11) VALUE SPACES.

       01  WS-FS-REJEITADO PIC XX.
           88 WS-REJEITADO-OK         VALUE "00".
           88 WS-REJEITADO-NAO-EXISTE VALUE "35".

       01  WS-FS-CONTA PIC XX.
           88 WS-CONTA-OK VALUE "00".

       01  WS-FS-PENSAO PIC XX.
           88 WS-PENSAO-OK VALUE "00".

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-FS-EMPRESAS PIC XX.
           88 WS-EMPRESAS-OK VALUE "00".

       01  WS-FS-REMESSA PIC XX.
           88 WS-REMESSA-OK VALUE "00".

       01  WS-FS-REMESSA-BCO PIC XX.
           88 WS-REMESSA-BCO-OK VALUE "00".

       01  WS-FS-SEQ PIC XX.
           88 WS-SEQ-OK VALUE "00".

       01  WS-FS-TRAILER PIC XX.
           88 WS-TRAILER-OK VALUE "00".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.
       01  WS-REMESSA-ARQ      PIC X(40).
       01  WS-REMESSA-BCO-ARQ  PIC X(40).
       01  WS-SEQ-ARQ          PIC X(40).
       01  WS-TRAILER-ARQUIVO  PIC X(40).
       01  WS-SAIDA-ARQUIVO    PIC X(40).

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA PIC 9(6).
       01  WS-DATA-HOJE   PIC 9(8).
       01  WS-SEQUENCIA   PIC 9(6) VALUE 0.

       01  WS-FIM-REJEITADOS PIC X VALUE "N".
           88 WS-SEM-MAIS-REJEITADOS VALUE "S".

      * More credits or favored banks than the tables hold stops the
      * load before a single file is cut - a remessa missing the
      * overflow would leave those credits unpaid and unmarked.
       01  WS-CAPACIDADE-SW PIC X VALUE "N".
           88 WS-CAPACIDADE-ESGOTADA VALUE "S".

       01  WS-PENSOES-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-PENSOES VALUE "S".

      * Whether the credit at hand paid an alimony order, and the
      * account it goes to now.
       01  WS-CREDITO-PENSAO PIC X VALUE "N".
           88 WS-E-PENSAO VALUE "S".
       01  WS-ACHOU-CONTA PIC X VALUE "N".
           88 WS-CONTA-ACHADA VALUE "S".
       01  WS-MOTIVO-RETIDO PIC X(40).

       01  WS-NOVA-CONTA.
           05 WS-NV-BANCO   PIC 9(3).
           05 WS-NV-AGENCIA PIC 9(4).
           05 WS-NV-CONTA   PIC 9(8).
           05 WS-NV-DIGITO  PIC 9(1).
           05 WS-NV-NOME    PIC X(20).

       01  WS-QTD-PENDENTES PIC 9(5) VALUE 0.
       01  WS-QTD-RETIDOS   PIC 9(5) VALUE 0.
       01  WS-QTD-CREDITOS-EMITIDOS PIC 9(5) VALUE 0.
       01  WS-TOTAL-EMITIDO PIC 9(11)V9(2) VALUE 0.

      * Every credit reissued in this run, held so the per-bank
      * files can be cut bank by bank and the rejected records
      * marked afterwards.
       01  WS-CREDITO-TABELA.
           05 WS-QTD-CREDITOS PIC 9(5) VALUE 0.
           05 WS-ENTRADA-CREDITO OCCURS 5000 TIMES
                                 INDEXED BY CR-IDX.
               10 WS-CR-BANCO   PIC 9(3).
               10 WS-CR-AGENCIA PIC 9(4).
               10 WS-CR-CONTA   PIC 9(8).
               10 WS-CR-DIGITO  PIC 9(1).
               10 WS-CR-CODFUNC PIC 9(6).
               10 WS-CR-NOME    PIC X(20).
               10 WS-CR-CPF     PIC X(11).
               10 WS-CR-VALOR   PIC 9(13)V9(2).

      * Distinct favored banks of the run.
       01  WS-BANCO-TABELA.
           05 WS-QTD-BANCOS PIC 99 VALUE 0.
           05 WS-BANCO-LISTA OCCURS 20 TIMES
                             INDEXED BY BC-IDX
                             PIC 9(3).

       01  WS-ACHOU-BANCO PIC X VALUE "N".
           88 WS-BANCO-LISTADO VALUE "S".

       01  WS-BANCO-CORRENTE PIC 9(3).
       01  WS-IDX-BANCO  PIC 99.
       01  WS-NUM-REG    PIC 9(5).
       01  WS-QTD-LOTE   PIC 9(6).
       01  WS-SOMA-LOTE  PIC 9(16)V9(2).

      * CNAB 240 header de arquivo (tipo de registro 0) - the same
      * layout FOLHA-REMESSA writes, so FOLHA-RETORNO reads the
      * competencia off it.
       01  WS-REG-HEADER-ARQ.
           05 WS-HA-BANCO     PIC 9(3).
           05 FILLER          PIC 9(4)  VALUE 0.
           05 FILLER          PIC X(1)  VALUE "0".
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 WS-H-CNPJ       PIC 9(14) VALUE 12345678000195.
           05 WS-H-CONVENIO   PIC 9(6)  VALUE 0.
           05 WS-H-EMPRESA    PIC X(30)
               VALUE "FABRICIO SISTEMAS LTDA".
           05 WS-H-DATA       PIC 9(8).
           05 WS-H-SEQUENCIA  PIC 9(6).
           05 WS-H-EMPRESA-COD PIC 9(3).
           05 WS-H-COMPETENCIA PIC 9(6).
           05 FILLER          PIC X(153) VALUE SPACES.

      * Header de lote (tipo 1): credito, servico 30 (pagamento de
      * salarios), forma 01 (credito em conta).
       01  WS-REG-HEADER-LOTE.
           05 WS-HL-BANCO     PIC 9(3).
           05 FILLER          PIC 9(4)  VALUE 1.
           05 FILLER          PIC X(1)  VALUE "1".
           05 FILLER          PIC X(1)  VALUE "C".
           05 FILLER          PIC 9(2)  VALUE 30.
           05 FILLER          PIC 9(2)  VALUE 1.
           05 FILLER          PIC X(227) VALUE SPACES.

       01  WS-REG-SEGMENTO-A.
           05 WS-A-BANCO      PIC 9(3).
           05 FILLER          PIC 9(4) VALUE 1.
           05 FILLER          PIC X(1) VALUE "3".
           05 WS-A-NUM-REG    PIC 9(5).
           05 FILLER          PIC X(1) VALUE "A".
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-A-BANCO-FAV  PIC 9(3).
           05 WS-A-AGENCIA    PIC 9(4).
           05 WS-A-CONTA      PIC 9(8).
           05 WS-A-DIGITO     PIC 9(1).
           05 WS-A-NOME       PIC X(20).
           05 WS-A-CODFUNC    PIC 9(6).
           05 WS-A-VALOR      PIC 9(13)V9(2).
           05 FILLER          PIC X(166) VALUE SPACES.

       01  WS-REG-SEGMENTO-B.
           05 WS-B-BANCO      PIC 9(3).
           05 FILLER          PIC 9(4) VALUE 1.
           05 FILLER          PIC X(1) VALUE "3".
           05 WS-B-NUM-REG    PIC 9(5).
           05 FILLER          PIC X(1) VALUE "B".
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-B-CPF        PIC X(11).
           05 WS-B-CODFUNC    PIC 9(6).
           05 FILLER          PIC X(206) VALUE SPACES.

       01  WS-REG-TRAILER-LOTE.
           05 WS-TL-BANCO     PIC 9(3).
           05 FILLER          PIC 9(4) VALUE 1.
           05 FILLER          PIC X(1) VALUE "5".
           05 WS-TL-QTD       PIC 9(6).
           05 WS-TL-SOMA      PIC 9(16)V9(2).
           05 FILLER          PIC X(208) VALUE SPACES.

       01  WS-REG-TRAILER-ARQ.
           05 WS-TA-BANCO     PIC 9(3).
           05 FILLER          PIC 9(4) VALUE 9999.
           05 FILLER          PIC X(1) VALUE "9".
           05 WS-TA-QTD-LOTES PIC 9(6).
           05 WS-TA-QTD-REGS  PIC 9(6).
           05 FILLER          PIC X(220) VALUE SPACES.

       01  WS-CABECALHO-1.
           05 FILLER PIC X(30)
              VALUE "REMESSA SUPLEMENTAR - EMPRESA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-C-EMPRESA PIC 9(3).
           05 FILLER PIC X(13) VALUE "  COMPETENCIA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-C-COMPETENCIA PIC 9(6).
           05 FILLER PIC X(6) VALUE "  DATA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-C-DATA PIC 9(8).

       01  WS-CABECALHO-2.
           05 FILLER PIC X(7)  VALUE "CODIGO".
           05 FILLER PIC X(21) VALUE "FAVORECIDO".
           05 FILLER PIC X(17) VALUE "            VALOR".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(54) VALUE "SITUACAO".

       01  WS-LINHA-DETALHE.
           05 WS-D-CODFUNC PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-NOME    PIC X(20).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-VALOR   PIC ZZZZZZZZZZZZ9.99.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-SITUACAO PIC X(54).

       01  WS-LINHA-VALOR.
           05 WS-V-ROTULO PIC X(40).
           05 WS-V-VALOR  PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           PERFORM LER-EMPRESA-CORRENTE.
           PERFORM NOMEAR-ARQUIVOS-EMPRESA.
           PERFORM CARREGAR-DADOS-EMPRESA.

           MOVE "COMPETENCIA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-COMPETENCIA-TXT.
           IF WS-COMPETENCIA-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           END-IF.

           OPEN I-O CREDITO-REJEITADO.

           IF WS-REJEITADO-NAO-EXISTE
               DISPLAY "REMESSA-SUPLEMENTAR: NENHUM CREDITO REJEITADO"
               PERFORM GRAVAR-TRAILER
               PERFORM GRAVAR-RUNLOG
               GOBACK
           END-IF.

           IF NOT WS-REJEITADO-OK
               DISPLAY "REMESSA-SUPLEMENTAR: ERRO ABRINDO CREDITOS "
                       "REJEITADOS - " WS-FS-REJEITADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CONTA-MASTER.

           IF NOT WS-CONTA-OK
               DISPLAY "REMESSA-SUPLEMENTAR: ERRO ABRINDO CONTAS - "
                       WS-FS-CONTA
               CLOSE CREDITO-REJEITADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * without the pensao master every credit is taken for the
      * employee's own, unless it carries another CPF
           OPEN INPUT PENSAO-MASTER.
           IF WS-PENSAO-OK
               MOVE "S" TO WS-PENSOES-DISPONIVEIS
           END-IF.

           OPEN OUTPUT RELATORIO.

           IF NOT WS-SAIDA-OK
               DISPLAY "REMESSA-SUPLEMENTAR: ERRO ABRINDO RELATORIO - "
                       WS-FS-SAIDA
               CLOSE CREDITO-REJEITADO
               CLOSE CONTA-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM IMPRIMIR-CABECALHO.
           PERFORM CARREGAR-CREDITOS.

           IF WS-CAPACIDADE-ESGOTADA
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "GERACAO INTERROMPIDA - CAPACIDADE EXCEDIDA"
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               CLOSE CREDITO-REJEITADO
               CLOSE CONTA-MASTER
               IF WS-HA-PENSOES
                   CLOSE PENSAO-MASTER
               END-IF
               CLOSE RELATORIO
               MOVE "CAPACIDADE" TO WS-RL-RESULTADO
               PERFORM GRAVAR-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-QTD-CREDITOS > 0
               PERFORM OBTER-SEQUENCIA
               PERFORM GERAR-ARQUIVOS-CNAB
               PERFORM GRAVAR-SEQUENCIA
               PERFORM MARCAR-REEMITIDOS
           END-IF.

           PERFORM IMPRIMIR-TOTAIS.
           PERFORM GRAVAR-TRAILER.

           CLOSE CREDITO-REJEITADO.
           CLOSE CONTA-MASTER.
           IF WS-HA-PENSOES
               CLOSE PENSAO-MASTER
           END-IF.
           CLOSE RELATORIO.

           MOVE WS-QTD-CREDITOS-EMITIDOS TO WS-RL-GRAVADOS.
           PERFORM GRAVAR-RUNLOG.

           IF WS-QTD-CREDITOS > 0
               DISPLAY "REMESSA-SUPLEMENTAR: ARQUIVO " WS-SEQUENCIA
                       " GERADO - " WS-QTD-CREDITOS-EMITIDOS
                       " CREDITOS, TOTAL " WS-TOTAL-EMITIDO
           ELSE
               DISPLAY "REMESSA-SUPLEMENTAR: NENHUM CREDITO A "
                       "REEMITIR"
           END-IF.

           IF WS-QTD-RETIDOS > 0
               DISPLAY "REMESSA-SUPLEMENTAR: " WS-QTD-RETIDOS
                       " CREDITOS SEM CONTA CORRIGIDA - VER "
                       WS-SAIDA-ARQUIVO
           END-IF.

           GOBACK.

      * Per-company names - company 001 keeps the plain ones, and
      * FOLHA-RETORNO names the supplementary files the same way.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/folha-remessa-sup.dat" TO WS-REMESSA-ARQ
               MOVE "data/folha-remessa-sup-seq.dat" TO WS-SEQ-ARQ
               MOVE "data/folha-remessa-sup-trailer.dat"
                   TO WS-TRAILER-ARQUIVO
               MOVE "data/folha-remessa-sup.lst" TO WS-SAIDA-ARQUIVO
           ELSE
               MOVE SPACES TO WS-REMESSA-ARQ
               STRING "data/folha-remessa-sup-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-REMESSA-ARQ
               MOVE SPACES TO WS-SEQ-ARQ
               STRING "data/folha-remessa-sup-seq-"
                   WS-EMPRESA-CORRENTE ".dat"
                   DELIMITED BY SIZE INTO WS-SEQ-ARQ
               MOVE SPACES TO WS-TRAILER-ARQUIVO
               STRING "data/folha-remessa-sup-trailer-"
                   WS-EMPRESA-CORRENTE ".dat"
                   DELIMITED BY SIZE INTO WS-TRAILER-ARQUIVO
               MOVE SPACES TO WS-SAIDA-ARQUIVO
               STRING "data/folha-remessa-sup-" WS-EMPRESA-CORRENTE
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

      * Same header data FOLHA-REMESSA sends - with no master on
      * file the historical single-company values stand.
       CARREGAR-DADOS-EMPRESA.
           MOVE WS-EMPRESA-CORRENTE TO WS-H-EMPRESA-COD.
           OPEN INPUT EMPRESA-MASTER.
           IF WS-EMPRESAS-OK
               MOVE WS-EMPRESA-CORRENTE TO EP-CODIGO
               READ EMPRESA-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EP-NOME     TO WS-H-EMPRESA
                       MOVE EP-CNPJ     TO WS-H-CNPJ
                       MOVE EP-CONVENIO TO WS-H-CONVENIO
               END-READ
               CLOSE EMPRESA-MASTER
           END-IF.

      * Walks the rejected credits of the company and competencia by
      * START on the leading key; only a PENDENTE credit is a
      * candidate - REEMITIDO is waiting for the bank and PAGO is
      * settled.
       CARREGAR-CREDITOS.
           MOVE WS-EMPRESA-CORRENTE TO CJ-EMPRESA.
           MOVE WS-COMPETENCIA      TO CJ-COMPETENCIA.
           MOVE 0                   TO CJ-CODFUNC.
           MOVE 0                   TO CJ-VALOR.
           START CREDITO-REJEITADO KEY IS NOT LESS THAN CJ-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-REJEITADOS
           END-START.

           PERFORM UNTIL WS-SEM-MAIS-REJEITADOS
                   OR WS-CAPACIDADE-ESGOTADA
               READ CREDITO-REJEITADO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-REJEITADOS
                   NOT AT END
                       IF CJ-EMPRESA NOT = WS-EMPRESA-CORRENTE
                               OR CJ-COMPETENCIA NOT = WS-COMPETENCIA
                           MOVE "S" TO WS-FIM-REJEITADOS
                       ELSE
                           ADD 1 TO WS-RL-LIDOS
                           IF CJ-PENDENTE
                               ADD 1 TO WS-QTD-PENDENTES
                               PERFORM SELECIONAR-CREDITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The credit goes to the account on file today: the alimony
      * beneficiary's when the CPF it carried is a beneficiary's of
      * the employee's pensao orders, otherwise the employee's own.
      * An account identical to the refused one was not corrected,
      * and sending it again would only be rejected again.
       SELECIONAR-CREDITO.
           MOVE "N" TO WS-CREDITO-PENSAO.
           MOVE "N" TO WS-ACHOU-CONTA.
           MOVE SPACES TO WS-MOTIVO-RETIDO.

           IF WS-HA-PENSOES AND CJ-CPF NOT = SPACES
               PERFORM BUSCAR-PENSAO
           END-IF.

           IF NOT WS-E-PENSAO
               MOVE CJ-CODFUNC TO CB-CODFUNC
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE "SEM CONTA BANCARIA CADASTRADA"
                           TO WS-MOTIVO-RETIDO
                   NOT INVALID KEY
                       MOVE "S"        TO WS-ACHOU-CONTA
                       MOVE CB-BANCO   TO WS-NV-BANCO
                       MOVE CB-AGENCIA TO WS-NV-AGENCIA
                       MOVE CB-CONTA   TO WS-NV-CONTA
                       MOVE CB-DIGITO  TO WS-NV-DIGITO
                       MOVE CJ-NOME    TO WS-NV-NOME
               END-READ
           END-IF.

           IF WS-CONTA-ACHADA
                   AND WS-NV-BANCO   = CJ-BANCO
                   AND WS-NV-AGENCIA = CJ-AGENCIA
                   AND WS-NV-CONTA   = CJ-CONTA
                   AND WS-NV-DIGITO  = CJ-DIGITO
               MOVE "N" TO WS-ACHOU-CONTA
               MOVE "CONTA NAO CORRIGIDA" TO WS-MOTIVO-RETIDO
           END-IF.

           IF WS-CONTA-ACHADA
               PERFORM GUARDAR-CREDITO
           ELSE
               PERFORM LISTAR-RETIDO
           END-IF.

      * The employee's orders walked by START on the employee code;
      * the one whose beneficiary CPF the credit carried is the
      * pensao it paid. A closed order is no longer paid here - the
      * credit waits for a supervisor's decision.
       BUSCAR-PENSAO.
           MOVE CJ-CODFUNC TO PJ-CODFUNC.
           MOVE 0          TO PJ-SEQUENCIA.
           START PENSAO-MASTER KEY IS NOT LESS THAN PJ-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-PENSAO-OK
               PERFORM LER-PROXIMA-PENSAO
               PERFORM UNTIL NOT WS-PENSAO-OK
                       OR PJ-CODFUNC NOT = CJ-CODFUNC
                       OR WS-E-PENSAO
                   IF PJ-BENEF-CPF = CJ-CPF
                       MOVE "S" TO WS-CREDITO-PENSAO
                   ELSE
                       PERFORM LER-PROXIMA-PENSAO
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-E-PENSAO
               IF PJ-ATIVA
                   MOVE "S"               TO WS-ACHOU-CONTA
                   MOVE PJ-BENEF-BANCO    TO WS-NV-BANCO
                   MOVE PJ-BENEF-AGENCIA  TO WS-NV-AGENCIA
                   MOVE PJ-BENEF-CONTA    TO WS-NV-CONTA
                   MOVE PJ-BENEF-DIGITO   TO WS-NV-DIGITO
                   MOVE PJ-BENEF-NOME     TO WS-NV-NOME
               ELSE
                   MOVE "PENSAO ENCERRADA" TO WS-MOTIVO-RETIDO
               END-IF
           END-IF.

       LER-PROXIMA-PENSAO.
           READ PENSAO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

       GUARDAR-CREDITO.
           IF WS-QTD-CREDITOS >= 5000
               PERFORM EXCEDER-CAPACIDADE-CREDITOS
           ELSE
               PERFORM INCLUIR-CREDITO
           END-IF.

       EXCEDER-CAPACIDADE-CREDITOS.
           IF NOT WS-CAPACIDADE-ESGOTADA
               DISPLAY "REMESSA-SUPLEMENTAR: CAPACIDADE EXCEDIDA - "
                       "MAIS DE 5000 CREDITOS - GERACAO INTERROMPIDA"
           END-IF.
           MOVE "S" TO WS-CAPACIDADE-SW.

       INCLUIR-CREDITO.
           ADD 1 TO WS-QTD-CREDITOS.
           ADD 1 TO WS-QTD-CREDITOS-EMITIDOS.
           ADD CJ-VALOR TO WS-TOTAL-EMITIDO.

           SET CR-IDX TO WS-QTD-CREDITOS.
           MOVE WS-NV-BANCO   TO WS-CR-BANCO(CR-IDX).
           MOVE WS-NV-AGENCIA TO WS-CR-AGENCIA(CR-IDX).
           MOVE WS-NV-CONTA   TO WS-CR-CONTA(CR-IDX).
           MOVE WS-NV-DIGITO  TO WS-CR-DIGITO(CR-IDX).
           MOVE CJ-CODFUNC    TO WS-CR-CODFUNC(CR-IDX).
           MOVE WS-NV-NOME    TO WS-CR-NOME(CR-IDX).
           MOVE CJ-CPF        TO WS-CR-CPF(CR-IDX).
           MOVE CJ-VALOR      TO WS-CR-VALOR(CR-IDX).

           PERFORM LISTAR-BANCO.

           MOVE CJ-CODFUNC TO WS-D-CODFUNC.
           MOVE WS-NV-NOME TO WS-D-NOME.
           MOVE CJ-VALOR   TO WS-D-VALOR.
           MOVE SPACES     TO WS-D-SITUACAO.
           STRING "REEMITIDO BCO " WS-NV-BANCO " AG " WS-NV-AGENCIA
               " CC " WS-NV-CONTA "-" WS-NV-DIGITO
               DELIMITED BY SIZE INTO WS-D-SITUACAO.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       LISTAR-RETIDO.
           ADD 1 TO WS-QTD-RETIDOS.
           MOVE CJ-CODFUNC TO WS-D-CODFUNC.
           MOVE CJ-NOME    TO WS-D-NOME.
           MOVE CJ-VALOR   TO WS-D-VALOR.
           MOVE SPACES     TO WS-D-SITUACAO.
           STRING "RETIDO - " WS-MOTIVO-RETIDO
               DELIMITED BY SIZE INTO WS-D-SITUACAO.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       LISTAR-BANCO.
           MOVE "N" TO WS-ACHOU-BANCO.
           SET BC-IDX TO 1.
           SEARCH WS-BANCO-LISTA
               AT END CONTINUE
               WHEN BC-IDX > WS-QTD-BANCOS
                   CONTINUE
               WHEN WS-BANCO-LISTA(BC-IDX) = WS-CR-BANCO(CR-IDX)
                   MOVE "S" TO WS-ACHOU-BANCO
           END-SEARCH.
           IF NOT WS-BANCO-LISTADO
               IF WS-QTD-BANCOS >= 20
                   IF NOT WS-CAPACIDADE-ESGOTADA
                       DISPLAY "REMESSA-SUPLEMENTAR: CAPACIDADE "
                               "EXCEDIDA - MAIS DE 20 BANCOS "
                               "FAVORECIDOS - GERACAO INTERROMPIDA"
                   END-IF
                   MOVE "S" TO WS-CAPACIDADE-SW
               ELSE
                   ADD 1 TO WS-QTD-BANCOS
                   SET BC-IDX TO WS-QTD-BANCOS
                   MOVE WS-CR-BANCO(CR-IDX) TO WS-BANCO-LISTA(BC-IDX)
               END-IF
           END-IF.

      * The supplementary files keep their own sequence - the bank
      * sees them as a separate series from the monthly remessa.
       OBTER-SEQUENCIA.
           OPEN INPUT REMESSA-SEQ.
           IF WS-SEQ-OK
               READ REMESSA-SEQ
                   AT END CONTINUE
                   NOT AT END MOVE SQ-ULTIMA-SEQUENCIA TO WS-SEQUENCIA
               END-READ
               CLOSE REMESSA-SEQ
           END-IF.
           ADD 1 TO WS-SEQUENCIA.

       GRAVAR-SEQUENCIA.
           MOVE WS-SEQUENCIA TO SQ-ULTIMA-SEQUENCIA.
           OPEN OUTPUT REMESSA-SEQ.
           WRITE SQ-LINHA.
           CLOSE REMESSA-SEQ.

      * One CNAB 240 file per favored bank plus the consolidated
      * file FOLHA-RETORNO matches the answer against.
       GERAR-ARQUIVOS-CNAB.
           OPEN OUTPUT REMESSA.

           IF NOT WS-REMESSA-OK
               DISPLAY "REMESSA-SUPLEMENTAR: ERRO ABRINDO REMESSA - "
                       WS-FS-REMESSA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-DATA-HOJE   TO WS-H-DATA.
           MOVE WS-SEQUENCIA   TO WS-H-SEQUENCIA.
           MOVE WS-COMPETENCIA TO WS-H-COMPETENCIA.

           PERFORM VARYING WS-IDX-BANCO FROM 1 BY 1
                   UNTIL WS-IDX-BANCO > WS-QTD-BANCOS
               SET BC-IDX TO WS-IDX-BANCO
               MOVE WS-BANCO-LISTA(BC-IDX) TO WS-BANCO-CORRENTE
               PERFORM GERAR-ARQUIVO-BANCO
           END-PERFORM.

           CLOSE REMESSA.

       GERAR-ARQUIVO-BANCO.
           MOVE SPACES TO WS-REMESSA-BCO-ARQ.
           STRING "data/folha-remessa-sup-" WS-EMPRESA-CORRENTE
               "-" WS-BANCO-CORRENTE ".dat"
               DELIMITED BY SIZE INTO WS-REMESSA-BCO-ARQ.
           OPEN OUTPUT REMESSA-BANCO.
           IF NOT WS-REMESSA-BCO-OK
               DISPLAY "REMESSA-SUPLEMENTAR: ERRO ABRINDO ARQUIVO DO "
                       "BANCO " WS-BANCO-CORRENTE " - "
                       WS-FS-REMESSA-BCO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 0 TO WS-NUM-REG.
           MOVE 0 TO WS-QTD-LOTE.
           MOVE 0 TO WS-SOMA-LOTE.

           MOVE WS-BANCO-CORRENTE TO WS-HA-BANCO.
           MOVE WS-REG-HEADER-ARQ TO REMESSA-BCO-LINHA.
           WRITE REMESSA-BCO-LINHA.
           MOVE WS-REG-HEADER-ARQ TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           MOVE WS-BANCO-CORRENTE TO WS-HL-BANCO.
           MOVE WS-REG-HEADER-LOTE TO REMESSA-BCO-LINHA.
           WRITE REMESSA-BCO-LINHA.
           MOVE WS-REG-HEADER-LOTE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-QTD-CREDITOS
               IF WS-CR-BANCO(CR-IDX) = WS-BANCO-CORRENTE
                   PERFORM GRAVAR-SEGMENTOS
               END-IF
           END-PERFORM.

      * trailer de lote: headers, segmentos e o proprio trailer
           COMPUTE WS-QTD-LOTE = WS-NUM-REG + 3.
           MOVE WS-BANCO-CORRENTE TO WS-TL-BANCO.
           MOVE WS-QTD-LOTE TO WS-TL-QTD.
           MOVE WS-SOMA-LOTE TO WS-TL-SOMA.
           MOVE WS-REG-TRAILER-LOTE TO REMESSA-BCO-LINHA.
           WRITE REMESSA-BCO-LINHA.
           MOVE WS-REG-TRAILER-LOTE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           MOVE WS-BANCO-CORRENTE TO WS-TA-BANCO.
           MOVE 1 TO WS-TA-QTD-LOTES.
           COMPUTE WS-TA-QTD-REGS = WS-QTD-LOTE + 2.
           MOVE WS-REG-TRAILER-ARQ TO REMESSA-BCO-LINHA.
           WRITE REMESSA-BCO-LINHA.
           MOVE WS-REG-TRAILER-ARQ TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           CLOSE REMESSA-BANCO.

       GRAVAR-SEGMENTOS.
           ADD 1 TO WS-NUM-REG.
           MOVE WS-BANCO-CORRENTE     TO WS-A-BANCO.
           MOVE WS-NUM-REG            TO WS-A-NUM-REG.
           MOVE WS-CR-BANCO(CR-IDX)   TO WS-A-BANCO-FAV.
           MOVE WS-CR-AGENCIA(CR-IDX) TO WS-A-AGENCIA.
           MOVE WS-CR-CONTA(CR-IDX)   TO WS-A-CONTA.
           MOVE WS-CR-DIGITO(CR-IDX)  TO WS-A-DIGITO.
           MOVE WS-CR-NOME(CR-IDX)    TO WS-A-NOME.
           MOVE WS-CR-CODFUNC(CR-IDX) TO WS-A-CODFUNC.
           MOVE WS-CR-VALOR(CR-IDX)   TO WS-A-VALOR.
           ADD WS-CR-VALOR(CR-IDX) TO WS-SOMA-LOTE.
           MOVE WS-REG-SEGMENTO-A TO REMESSA-BCO-LINHA.
           WRITE REMESSA-BCO-LINHA.
           MOVE WS-REG-SEGMENTO-A TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           ADD 1 TO WS-NUM-REG.
           MOVE WS-BANCO-CORRENTE     TO WS-B-BANCO.
           MOVE WS-NUM-REG            TO WS-B-NUM-REG.
           MOVE WS-CR-CPF(CR-IDX)     TO WS-B-CPF.
           MOVE WS-CR-CODFUNC(CR-IDX) TO WS-B-CODFUNC.
           MOVE WS-REG-SEGMENTO-B TO REMESSA-BCO-LINHA.
           WRITE REMESSA-BCO-LINHA.
           MOVE WS-REG-SEGMENTO-B TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

      * Only after the files are cut: each credit that went out is
      * REEMITIDO under this file's sequence, with the account it
      * went to - no later run reissues it while the bank has not
      * answered.
       MARCAR-REEMITIDOS.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-QTD-CREDITOS
               MOVE WS-EMPRESA-CORRENTE   TO CJ-EMPRESA
               MOVE WS-COMPETENCIA        TO CJ-COMPETENCIA
               MOVE WS-CR-CODFUNC(CR-IDX) TO CJ-CODFUNC
               MOVE WS-CR-VALOR(CR-IDX)   TO CJ-VALOR
               READ CREDITO-REJEITADO
                   INVALID KEY
                       DISPLAY "REMESSA-SUPLEMENTAR: CREDITO "
                               CJ-CODFUNC " NAO ENCONTRADO"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM MARCAR-REEMITIDO
               END-READ
           END-PERFORM.

       MARCAR-REEMITIDO.
           SET CJ-REEMITIDO TO TRUE.
           MOVE "C"                   TO CJ-FORMA.
           MOVE WS-CR-BANCO(CR-IDX)   TO CJ-BANCO.
           MOVE WS-CR-AGENCIA(CR-IDX) TO CJ-AGENCIA.
           MOVE WS-CR-CONTA(CR-IDX)   TO CJ-CONTA.
           MOVE WS-CR-DIGITO(CR-IDX)  TO CJ-DIGITO.
           MOVE WS-SEQUENCIA          TO CJ-SEQ-REEMISSAO.
           MOVE WS-DATA-HOJE          TO CJ-DATA-REEMISSAO.
           ADD 1 TO CJ-QTD-REEMISSOES.
           REWRITE CJ-CREDITO-REJEITADO
               INVALID KEY
                   DISPLAY "REMESSA-SUPLEMENTAR: ERRO NA REGRAVACAO "
                           "DO CREDITO " CJ-CODFUNC
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

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

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CREDITOS REJEITADOS PENDENTES: " WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CREDITOS REEMITIDOS..........: "
               WS-QTD-CREDITOS-EMITIDOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CREDITOS RETIDOS.............: " WS-QTD-RETIDOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "VALOR REEMITIDO" TO WS-V-ROTULO.
           MOVE WS-TOTAL-EMITIDO TO WS-V-VALOR.
           MOVE WS-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF WS-QTD-CREDITOS > 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "ARQUIVO SUPLEMENTAR SEQUENCIA " WS-SEQUENCIA
                   " EM " WS-QTD-BANCOS " BANCOS"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * Written on every run, zero when nothing was reissued, so no
      * one checks the bank's intake against a stale trailer.
       GRAVAR-TRAILER.
           MOVE WS-QTD-CREDITOS-EMITIDOS TO TR-QTD-CREDITOS.
           MOVE WS-TOTAL-EMITIDO         TO TR-TOTAL-CREDITOS.
           OPEN OUTPUT TRAILER-FILE.
           IF NOT WS-TRAILER-OK
               DISPLAY "REMESSA-SUPLEMENTAR: ERRO GRAVANDO TRAILER - "
                       WS-FS-TRAILER
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE TR-LINHA
               CLOSE TRAILER-FILE
           END-IF.

      * Appends this run's record to the common batch run log - only
      * reached at completion, so a missing record means the job
      * never finished; CAPACIDADE when the load outgrew a table.
       GRAVAR-RUNLOG.
           MOVE "REMESSA-SUPLEMENTAR" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-RL-LIDOS    TO RL-QTD-LIDOS.
           MOVE WS-RL-GRAVADOS TO RL-QTD-GRAVADOS.
           EVALUATE TRUE
               WHEN WS-RL-RESULTADO NOT = SPACES
                   MOVE WS-RL-RESULTADO TO RL-RESULTADO
               WHEN WS-QTD-RETIDOS = 0
                   MOVE "OK" TO RL-RESULTADO
               WHEN OTHER
                   MOVE "DIVERGENCIA" TO RL-RESULTADO
           END-EVALUATE.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM REMESSA-SUPLEMENTAR.
