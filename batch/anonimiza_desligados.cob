       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA-DESLIGADOS.

      * Periodic LGPD anonymization of archived employees: anyone on
      * the history master (data/funcmast-historico.dat, written by
      * ARQUIVA-DESLIGADOS) whose termination is older than
      * LGPD-RETENCAO-ANOS years (run parameter, default 10 -
      * measured from the status effective date with the same
      * INTEGER-OF-DATE arithmetic the archive uses) has the
      * personal fields overwritten in the history master,
      * PESSOA-MASTER, dependentes and contabancaria. Codes, dates
      * of service, department, cargo, salary and every ledger
      * line stay as they were, so the monetary history still adds
      * up and the codes still join. Birth dates are generalized to
      * the year, city and state are kept - neither identifies
      * anyone on its own and the demographic reports still use
      * them. Anyone with an open lawsuit hold on
      * data/retencao-judicial.dat (cadastro/retencao_judicial.cob)
      * is passed over whatever the period says. The listing
      * data/anonimizacao-AAAAMMDD.lst is the certificate of the
      * run: what was anonymized, in which files, and when. Each
      * employee anonymized also leaves one image on the audit
      * trail. A record already anonymized is recognized by its
      * name and skipped, so the job can run as often as wanted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-MASTER ASSIGN TO
                   "data/funcmast-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-CODFUNC
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT PESSOA-MASTER ASSIGN TO "data/pessoa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-FS-PESSOA.

           SELECT DEPENDENTE-MASTER ASSIGN TO "data/dependentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTE.

           SELECT CONTA-MASTER ASSIGN TO "data/contabancaria.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CODFUNC
               FILE STATUS IS WS-FS-CONTA.

           SELECT RETENCAO-MASTER ASSIGN TO
                   "data/retencao-judicial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RJ-CODFUNC
               FILE STATUS IS WS-FS-RETENCAO.

           SELECT RELATORIO-SAIDA ASSIGN DYNAMIC WS-ARQUIVO-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

       DATA DIVISION.

       FILE SECTION.
      * Same layout as the live master - the archive moves the
      * record byte for byte.
       FD  HISTORICO-MASTER.
       01  HM-FUNCIONARIO.
           05 HM-CODFUNC PIC 9(6).
           05 HM-NOME  PIC X(20).
           05 HM-DATA-NASCIMENTO PIC 9(8).
           05 HM-DATA-ADMISSAO   PIC 9(8).
           05 HM-DEPARTAMENTO PIC X(15).
           05 HM-ENDERECO.
               10 HM-CEP            PIC X(9).
               10 HM-RUA            PIC X(20).
               10 HM-NUMEROENDERECO PIC 9(4).
               10 HM-COMPLEMENTO    PIC X(20).
               10 HM-CIDADE         PIC X(20).
               10 HM-ESTADO         PIC X(2).
           05 HM-TELEFONE.
               10 HM-DDD             PIC 9(2).
               10 HM-NUMEROTELEFONE  PIC X(9).
               10 HM-OPERADORA       PIC X(10).
           05 HM-SALARIO PIC 9(7)V9(2).
           05 HM-STATUS PIC X(10).
              88 HM-STATUS-DESLIGADO VALUE "DESLIGADO".
           05 HM-STATUS-DATA-EFETIVA PIC 9(8).
           05 HM-EMPRESA PIC 9(3).
           05 HM-CARGO PIC 9(4).
           05 HM-TIPO-CONTRATO PIC X(1).

       FD  PESSOA-MASTER.
       01  PM-PESSOA.
           05 PM-COD           PIC 9(6).
           05 PM-NOME          PIC X(20).
           05 PM-ESCOLARIDADE  PIC X(2).
           05 PM-DATA-NASCIMENTO PIC 9(8).
           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

       FD  DEPENDENTE-MASTER.
       COPY DEPENDENTE.

       FD  CONTA-MASTER.
       COPY CONTABANCARIA.

       FD  RETENCAO-MASTER.
       COPY RETENCAO.

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-HISTORICO PIC XX.
           88 WS-HISTORICO-OK  VALUE "00".
           88 WS-HISTORICO-EOF VALUE "10".

       01  WS-FS-PESSOA PIC XX.
           88 WS-PESSOA-OK VALUE "00".

       01  WS-FS-DEPENDENTE PIC XX.
           88 WS-DEPENDENTE-OK  VALUE "00".
           88 WS-DEPENDENTE-EOF VALUE "10".

       01  WS-FS-CONTA PIC XX.
           88 WS-CONTA-OK VALUE "00".

       01  WS-FS-RETENCAO PIC XX.
           88 WS-RETENCAO-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

      * A master that is not on file has nothing to anonymize - the
      * run carries on with the others.
       01  WS-PESSOA-ABERTO    PIC X VALUE "N".
           88 WS-TEM-PESSOA    VALUE "S".
       01  WS-DEPENDENTE-ABERTO PIC X VALUE "N".
           88 WS-TEM-DEPENDENTE VALUE "S".
       01  WS-CONTA-ABERTO     PIC X VALUE "N".
           88 WS-TEM-CONTA     VALUE "S".
       01  WS-RETENCAO-ABERTO  PIC X VALUE "N".
           88 WS-TEM-RETENCAO  VALUE "S".

       01  WS-ARQUIVO-SAIDA PIC X(40).

       01  WS-NOME-ANONIMO PIC X(20) VALUE "ANONIMIZADO".

       01  WS-ANOS-TXT PIC X(3).
       01  WS-ANOS-RETENCAO PIC 9(2) VALUE 10.

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.
       01  WS-DIAS-LIMITE PIC 9(5).

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-HORA-AGORA PIC 9(6).
       01  WS-DIAS-DECORRIDOS PIC S9(6).

       01  WS-DATA-GENERALIZADA PIC 9(8).
       01  WS-DATA-GEN-R REDEFINES WS-DATA-GENERALIZADA.
           05 WS-DATA-GEN-ANO PIC 9(4).
           05 WS-DATA-GEN-MMDD PIC 9(4).

       01  WS-RETIDO PIC X VALUE "N".
           88 WS-EM-RETENCAO VALUE "S".

      * What was touched for the employee in hand - the certificate
      * line and the audit image are built from these.
       01  WS-MARCA-PESSOA PIC X.
       01  WS-MARCA-CONTA  PIC X.
       01  WS-QTD-DEP-FUNC PIC 9(2).

       01  WS-QTD-LIDOS       PIC 9(5) VALUE 0.
       01  WS-QTD-ANONIMIZADOS PIC 9(5) VALUE 0.
       01  WS-QTD-RETIDOS     PIC 9(5) VALUE 0.
       01  WS-QTD-JA-ANONIMOS PIC 9(5) VALUE 0.
       01  WS-QTD-PESSOAS     PIC 9(5) VALUE 0.
       01  WS-QTD-DEPENDENTES PIC 9(5) VALUE 0.
       01  WS-QTD-CONTAS      PIC 9(5) VALUE 0.
       01  WS-QTD-ERROS       PIC 9(5) VALUE 0.

       01  WS-AUD-OPERACAO PIC X(10).
       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-AUD-ANTES    PIC X(30).
       01  WS-AUD-DEPOIS   PIC X(30).

       01  WS-LINHA-CABECALHO.
           05 FILLER PIC X(7)  VALUE "CODIGO".
           05 FILLER PIC X(9)  VALUE "DESLIG.".
           05 FILLER PIC X(9)  VALUE "HISTOR.".
           05 FILLER PIC X(8)  VALUE "PESSOA".
           05 FILLER PIC X(8)  VALUE "DEPEND.".
           05 FILLER PIC X(7)  VALUE "CONTA".
           05 FILLER PIC X(32) VALUE "SITUACAO".

       01  WS-LINHA-DETALHE.
           05 WS-D-CODFUNC  PIC 9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-DATA     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-HISTORICO PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-PESSOA   PIC X(7).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-DEPEND   PIC Z9.
           05 FILLER        PIC X(6) VALUE SPACE.
           05 WS-D-CONTA    PIC X(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-D-SITUACAO PIC X(32).

       01  WS-LINHA-RESUMO.
           05 WS-R-ROTULO PIC X(30).
           05 WS-R-QTD    PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA.

           MOVE "LGPD-RETENCAO-ANOS" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-ANOS-TXT.
           IF WS-ANOS-TXT NOT = SPACES
               COMPUTE WS-ANOS-RETENCAO =
                   FUNCTION NUMVAL(WS-ANOS-TXT)
           END-IF.
           COMPUTE WS-DIAS-LIMITE = WS-ANOS-RETENCAO * 365.

           OPEN I-O HISTORICO-MASTER.

           IF NOT WS-HISTORICO-OK
               DISPLAY "ANONIMIZA-DESLIGADOS: ERRO ABRINDO HISTORICO - "
                       WS-FS-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ABRIR-MASTERS.

           MOVE SPACES TO WS-ARQUIVO-SAIDA.
           STRING "data/anonimizacao-" WS-DATA-HOJE ".lst"
               DELIMITED BY SIZE INTO WS-ARQUIVO-SAIDA.
           OPEN OUTPUT RELATORIO-SAIDA.

           IF NOT WS-SAIDA-OK
               DISPLAY "ANONIMIZA-DESLIGADOS: ERRO ABRINDO SAIDA - "
                       WS-FS-SAIDA
               PERFORM FECHAR-MASTERS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM IMPRIMIR-CABECALHO.

           PERFORM UNTIL WS-HISTORICO-EOF
               READ HISTORICO-MASTER NEXT RECORD
                   AT END SET WS-HISTORICO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM AVALIAR-ANONIMIZACAO
               END-READ
           END-PERFORM.

           PERFORM IMPRIMIR-RESUMO.

           PERFORM FECHAR-MASTERS.
           CLOSE RELATORIO-SAIDA.

           IF WS-QTD-ERROS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       ABRIR-MASTERS.
           OPEN I-O PESSOA-MASTER.
           IF WS-PESSOA-OK
               MOVE "S" TO WS-PESSOA-ABERTO
           END-IF.

           OPEN I-O DEPENDENTE-MASTER.
           IF WS-DEPENDENTE-OK
               MOVE "S" TO WS-DEPENDENTE-ABERTO
           END-IF.

           OPEN I-O CONTA-MASTER.
           IF WS-CONTA-OK
               MOVE "S" TO WS-CONTA-ABERTO
           END-IF.

      * no hold file means nobody is held
           OPEN INPUT RETENCAO-MASTER.
           IF WS-RETENCAO-OK
               MOVE "S" TO WS-RETENCAO-ABERTO
           END-IF.

       FECHAR-MASTERS.
           CLOSE HISTORICO-MASTER.
           IF WS-TEM-PESSOA
               CLOSE PESSOA-MASTER
           END-IF.
           IF WS-TEM-DEPENDENTE
               CLOSE DEPENDENTE-MASTER
           END-IF.
           IF WS-TEM-CONTA
               CLOSE CONTA-MASTER
           END-IF.
           IF WS-TEM-RETENCAO
               CLOSE RETENCAO-MASTER
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CERTIFICADO DE ANONIMIZACAO LGPD - EMITIDO EM "
               WS-DATA-HOJE " AS " WS-HORA-AGORA
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DESLIGADOS HA MAIS DE " WS-ANOS-RETENCAO
               " ANOS, SEM RETENCAO JUDICIAL ABERTA"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       AVALIAR-ANONIMIZACAO.
           IF HM-NOME = WS-NOME-ANONIMO
               ADD 1 TO WS-QTD-JA-ANONIMOS
           ELSE
               IF HM-STATUS-DESLIGADO
                   COMPUTE WS-DIAS-DECORRIDOS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                       FUNCTION INTEGER-OF-DATE(HM-STATUS-DATA-EFETIVA)
                   IF WS-DIAS-DECORRIDOS > WS-DIAS-LIMITE
                       PERFORM VERIFICAR-RETENCAO
                       IF WS-EM-RETENCAO
                           PERFORM REGISTRAR-RETIDO
                       ELSE
                           PERFORM ANONIMIZAR-FUNCIONARIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-RETENCAO.
           MOVE "N" TO WS-RETIDO.
           IF WS-TEM-RETENCAO
               MOVE HM-CODFUNC TO RJ-CODFUNC
               READ RETENCAO-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RJ-ABERTA
                           MOVE "S" TO WS-RETIDO
                       END-IF
               END-READ
           END-IF.

      * The hold is listed on the certificate too, so the DPO sees
      * who was passed over and under which case.
       REGISTRAR-RETIDO.
           ADD 1 TO WS-QTD-RETIDOS.
           MOVE SPACES TO WS-D-HISTORICO WS-D-PESSOA WS-D-CONTA.
           MOVE 0 TO WS-D-DEPEND.
           MOVE SPACES TO WS-D-SITUACAO.
           STRING "RETIDO " RJ-PROCESSO
               DELIMITED BY SIZE INTO WS-D-SITUACAO.
           PERFORM GRAVAR-DETALHE.

      * The satellites go first and the history record last - the
      * anonymized name on the history is what tells the next run
      * this employee is done, so a run that dies half-way redoes
      * the employee whole instead of leaving them half-cleared.
       ANONIMIZAR-FUNCIONARIO.
           MOVE SPACES TO WS-MARCA-PESSOA WS-MARCA-CONTA.
           MOVE 0 TO WS-QTD-DEP-FUNC.

           PERFORM ANONIMIZAR-PESSOA.
           PERFORM ANONIMIZAR-DEPENDENTES.
           PERFORM ANONIMIZAR-CONTA.

           MOVE HM-DATA-NASCIMENTO TO WS-DATA-GENERALIZADA.
           PERFORM GENERALIZAR-DATA.
           MOVE WS-DATA-GENERALIZADA TO HM-DATA-NASCIMENTO.
           MOVE WS-NOME-ANONIMO TO HM-NOME.
           MOVE SPACES TO HM-CEP.
           MOVE SPACES TO HM-RUA.
           MOVE 0      TO HM-NUMEROENDERECO.
           MOVE SPACES TO HM-COMPLEMENTO.
           MOVE 0      TO HM-DDD.
           MOVE SPACES TO HM-NUMEROTELEFONE.
           MOVE SPACES TO HM-OPERADORA.

           REWRITE HM-FUNCIONARIO
               INVALID KEY
                   ADD 1 TO WS-QTD-ERROS
                   MOVE "ERRO"  TO WS-D-HISTORICO
                   MOVE "ERRO NA REGRAVACAO DO HISTORICO"
                       TO WS-D-SITUACAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ANONIMIZADOS
                   MOVE "SIM"   TO WS-D-HISTORICO
                   MOVE "ANONIMIZADO" TO WS-D-SITUACAO
                   PERFORM REGISTRAR-AUDITORIA-ANONIMIZACAO
           END-REWRITE.

           MOVE WS-MARCA-PESSOA TO WS-D-PESSOA.
           MOVE WS-QTD-DEP-FUNC TO WS-D-DEPEND.
           MOVE WS-MARCA-CONTA  TO WS-D-CONTA.
           PERFORM GRAVAR-DETALHE.

       ANONIMIZAR-PESSOA.
           IF WS-TEM-PESSOA
               MOVE HM-CODFUNC TO PM-COD
               READ PESSOA-MASTER
                   INVALID KEY MOVE "-" TO WS-MARCA-PESSOA
                   NOT INVALID KEY
                       MOVE PM-DATA-NASCIMENTO
                           TO WS-DATA-GENERALIZADA
                       PERFORM GENERALIZAR-DATA
                       MOVE WS-DATA-GENERALIZADA
                           TO PM-DATA-NASCIMENTO
                       MOVE WS-NOME-ANONIMO TO PM-NOME
                       MOVE SPACES TO PM-RUA
                       MOVE SPACES TO PM-CPF
                       REWRITE PM-PESSOA
                           INVALID KEY
                               ADD 1 TO WS-QTD-ERROS
                               MOVE "ERRO" TO WS-MARCA-PESSOA
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-PESSOAS
                               MOVE "SIM" TO WS-MARCA-PESSOA
                       END-REWRITE
               END-READ
           ELSE
               MOVE "-" TO WS-MARCA-PESSOA
           END-IF.

      * Every dependent under the employee's code - they are named
      * because of the employee and go with them.
       ANONIMIZAR-DEPENDENTES.
           IF WS-TEM-DEPENDENTE
               MOVE HM-CODFUNC TO DE-CODFUNC
               MOVE 0 TO DE-SEQUENCIA
               MOVE "00" TO WS-FS-DEPENDENTE
               START DEPENDENTE-MASTER KEY IS NOT LESS THAN DE-CHAVE
                   INVALID KEY SET WS-DEPENDENTE-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-DEPENDENTE-EOF
                   READ DEPENDENTE-MASTER NEXT RECORD
                       AT END SET WS-DEPENDENTE-EOF TO TRUE
                       NOT AT END
                           IF DE-CODFUNC NOT = HM-CODFUNC
                               SET WS-DEPENDENTE-EOF TO TRUE
                           ELSE
                               PERFORM ANONIMIZAR-DEPENDENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ANONIMIZAR-DEPENDENTE.
           MOVE DE-DATA-NASCIMENTO TO WS-DATA-GENERALIZADA.
           PERFORM GENERALIZAR-DATA.
           MOVE WS-DATA-GENERALIZADA TO DE-DATA-NASCIMENTO.
           MOVE WS-NOME-ANONIMO TO DE-NOME.
           MOVE SPACES TO DE-CPF.
           REWRITE DE-DEPENDENTE
               INVALID KEY
                   ADD 1 TO WS-QTD-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DEP-FUNC
                   ADD 1 TO WS-QTD-DEPENDENTES
           END-REWRITE.

      * The bank code stays - it says nothing about the person and
      * the remessa history still refers to it.
       ANONIMIZAR-CONTA.
           IF WS-TEM-CONTA
               MOVE HM-CODFUNC TO CB-CODFUNC
               READ CONTA-MASTER
                   INVALID KEY MOVE "-" TO WS-MARCA-CONTA
                   NOT INVALID KEY
                       MOVE 0 TO CB-AGENCIA
                       MOVE 0 TO CB-CONTA
                       MOVE 0 TO CB-DIGITO
                       REWRITE CB-CONTA-BANCARIA
                           INVALID KEY
                               ADD 1 TO WS-QTD-ERROS
                               MOVE "ERRO" TO WS-MARCA-CONTA
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-CONTAS
                               MOVE "SIM" TO WS-MARCA-CONTA
                       END-REWRITE
               END-READ
           ELSE
               MOVE "-" TO WS-MARCA-CONTA
           END-IF.

      * Keeps the year only - enough for age-band reporting.
       GENERALIZAR-DATA.
           IF WS-DATA-GENERALIZADA NOT = 0
               MOVE 0101 TO WS-DATA-GEN-MMDD
           END-IF.

       GRAVAR-DETALHE.
           MOVE HM-CODFUNC TO WS-D-CODFUNC.
           MOVE HM-STATUS-DATA-EFETIVA TO WS-D-DATA.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * One image per employee - the fields themselves are gone, so
      * the image records only that and when it happened.
       REGISTRAR-AUDITORIA-ANONIMIZACAO.
           MOVE "ANONIMIZA"  TO WS-AUD-OPERACAO.
           MOVE "DADOS-PESSOAIS" TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-AUD-ANTES.
           MOVE HM-CODFUNC TO WS-AUD-DEPOIS.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE "ANONIMIZ"      TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE "BATCH"         TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "REGISTROS DO HISTORICO LIDOS" TO WS-R-ROTULO.
           MOVE WS-QTD-LIDOS              TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO           TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "FUNCIONARIOS ANONIMIZADOS" TO WS-R-ROTULO.
           MOVE WS-QTD-ANONIMIZADOS       TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO           TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "PESSOAS ANONIMIZADAS"    TO WS-R-ROTULO.
           MOVE WS-QTD-PESSOAS            TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO           TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "DEPENDENTES ANONIMIZADOS" TO WS-R-ROTULO.
           MOVE WS-QTD-DEPENDENTES        TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO           TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "CONTAS ANONIMIZADAS"     TO WS-R-ROTULO.
           MOVE WS-QTD-CONTAS             TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO           TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "RETIDOS POR PROCESSO"    TO WS-R-ROTULO.
           MOVE WS-QTD-RETIDOS            TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO           TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "JA ANONIMIZADOS ANTES"   TO WS-R-ROTULO.
           MOVE WS-QTD-JA-ANONIMOS        TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO           TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "ERROS DE REGRAVACAO"     TO WS-R-ROTULO.
           MOVE WS-QTD-ERROS              TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO           TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           DISPLAY "ANONIMIZA-DESLIGADOS: " WS-QTD-ANONIMIZADOS
                   " ANONIMIZADOS, " WS-QTD-RETIDOS " RETIDOS, "
                   WS-QTD-ERROS " ERROS - VER " WS-ARQUIVO-SAIDA.

       END PROGRAM ANONIMIZA-DESLIGADOS.
