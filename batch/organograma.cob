       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGANOGRAMA.

      * Organization chart off the department master
      * (data/departamento.dat) and the employee master
      * (data/funcmast.dat). The cadastro carries no parent
      * department, so the hierarchy is the one the managers give:
      * a department hangs under the department its manager
      * (DP-GERENTE) works in. A manager who works in the very
      * department they run, or one with no department on file,
      * makes it a top of the tree.
      *
      * Headcount and payroll cost (FM-SALARIO) are the company's
      * ATIVO and AFASTADO employees - the seats filled, as the
      * quadro de vagas counts them - by department, and roll up
      * into every department above. Beside each manager go the
      * direct span of control (the department's own people) and
      * the total span (everyone in the department and below), the
      * manager not counted as their own subordinate.
      *
      * Flagged under the department: no manager (DP-GERENTE zero),
      * a manager code not on the master, a manager DESLIGADO -
      * live master or the archive, data/funcmast-historico.dat -
      * or AFASTADO, and a circular reporting chain, where walking
      * up from a department comes back to it. Every department on
      * a circle is listed as a top of its own, so the rollup ends
      * and the circle shows on the listing instead of looping.
      * Employees whose department is not on the master are counted
      * at the end. The listing is data/organograma.lst for company
      * 001 and data/organograma-EEE.lst for the others.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTAMENTO-MASTER ASSIGN TO "data/departamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               ALTERNATE RECORD KEY IS DP-NOME
               FILE STATUS IS WS-FS-DEPARTAMENTO.

           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT HISTORICO-MASTER ASSIGN TO
                   "data/funcmast-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-CODFUNC
               FILE STATUS IS WS-FS-HISTORICO.

      * Company this pass processes - written by CADEIA-NOTURNA per
      * company; absent file means the historical company 001.
           SELECT EMPRESA-CORRENTE ASSIGN TO
                   "data/empresa-corrente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP-CORRENTE.

           SELECT RELATORIO-SAIDA ASSIGN DYNAMIC WS-ARQUIVO-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

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
              88 FM-CONTRATO-CLT         VALUE "C".
              88 FM-CONTRATO-EXPERIENCIA VALUE "E".
              88 FM-CONTRATO-ESTAGIO     VALUE "G".
              88 FM-CONTRATO-TEMPORARIO  VALUE "T".

      * Same layout as FUNCIONARIO-MASTER - an archived manager is
      * moved into FM-FUNCIONARIO and read exactly like a live one.
       FD  HISTORICO-MASTER.
       01  HM-FUNCIONARIO.
           05 HM-CODFUNC PIC 9(6).
           05 HM-RESTO   PIC X(182).

       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(132).

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-DEPARTAMENTO PIC XX.
           88 WS-DEPARTAMENTO-OK  VALUE "00".
           88 WS-DEPARTAMENTO-EOF VALUE "10".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK  VALUE "00".
           88 WS-MASTER-EOF VALUE "10".

       01  WS-FS-HISTORICO PIC XX.
           88 WS-HISTORICO-OK VALUE "00".

       01  WS-HISTORICO-ABERTO PIC X VALUE "N".
           88 WS-TEM-HISTORICO VALUE "S".

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-ARQUIVO-SAIDA PIC X(40).

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".

       01  WS-RL-HORA-INICIO PIC 9(6).
       01  WS-RL-LIDOS       PIC 9(6) VALUE 0.
       01  WS-RL-GRAVADOS    PIC 9(6) VALUE 0.
       01  WS-RL-RESULTADO   PIC X(11) VALUE "OK".

       01  WS-HOJE PIC 9(8).

      * The department master in code order. WS-DT-PAI is the
      * position of the department above (zero at a top); the
      * direct figures are the department's own people, the total
      * ones the department and everything below it.
       01  WS-DEPTO-TABELA.
           05 WS-QTD-DEPTOS PIC 9(4) VALUE 0.
           05 WS-ENTRADA-DEPTO OCCURS 500 TIMES
                               INDEXED BY DT-IDX.
               10 WS-DT-CODIGO        PIC 9(4).
               10 WS-DT-NOME          PIC X(15).
               10 WS-DT-GERENTE       PIC 9(6).
               10 WS-DT-GERENTE-NOME  PIC X(20).
               10 WS-DT-GERENTE-DEPTO PIC X(15).
               10 WS-DT-SITUACAO      PIC X(1).
                  88 WS-DT-GERENTE-OK        VALUE " ".
                  88 WS-DT-SEM-GERENTE       VALUE "S".
                  88 WS-DT-GERENTE-AUSENTE   VALUE "N".
                  88 WS-DT-GERENTE-DESLIGADO VALUE "D".
                  88 WS-DT-GERENTE-AFASTADO  VALUE "A".
      * the manager is one of the department's own people
               10 WS-DT-GERENTE-LOCAL PIC X(1).
                  88 WS-DT-GERENTE-NO-DEPTO VALUE "S".
               10 WS-DT-CICLO         PIC X(1).
                  88 WS-DT-EM-CICLO VALUE "S".
               10 WS-DT-PAI           PIC 9(4).
               10 WS-DT-QTD-DIRETA    PIC 9(5).
               10 WS-DT-QTD-TOTAL     PIC 9(6).
               10 WS-DT-CUSTO-DIRETO  PIC 9(9)V9(2).
               10 WS-DT-CUSTO-TOTAL   PIC 9(11)V9(2).

      * Departments still open on the way down the tree: the one
      * printed at that level and where the search for its next
      * subordinate department resumes.
       01  WS-PILHA-TABELA.
           05 WS-TOPO PIC 9(4) VALUE 0.
           05 WS-ENTRADA-PILHA OCCURS 500 TIMES.
               10 WS-PL-DEPTO   PIC 9(4).
               10 WS-PL-PROXIMO PIC 9(4).

       01  WS-I      PIC 9(4).
       01  WS-J      PIC 9(4).
       01  WS-K      PIC 9(4).
       01  WS-PASSOS PIC 9(4).
       01  WS-ACHADO PIC 9(4).
       01  WS-NIVEL  PIC 9(4).
       01  WS-RECUO  PIC 9(4).

       01  WS-BUSCA-NOME PIC X(15).

       01  WS-ACHOU-DEPTO PIC X VALUE "N".
           88 WS-DEPTO-ACHADO VALUE "S".

       01  WS-GERENTE-ACHADO-SW PIC X VALUE "N".
           88 WS-GERENTE-ACHADO VALUE "S".

       01  WS-CICLO-SW PIC X VALUE "N".
           88 WS-CICLO-ACHADO VALUE "S".

       01  WS-SPAN-DIRETO PIC 9(5).
       01  WS-SPAN-TOTAL  PIC 9(6).

       01  WS-QTD-SEM-GERENTE   PIC 9(5) VALUE 0.
       01  WS-QTD-GER-AUSENTE   PIC 9(5) VALUE 0.
       01  WS-QTD-GER-INATIVO   PIC 9(5) VALUE 0.
       01  WS-QTD-CICLOS        PIC 9(5) VALUE 0.
       01  WS-QTD-RAIZES        PIC 9(5) VALUE 0.
       01  WS-QTD-FUNCIONARIOS  PIC 9(6) VALUE 0.
       01  WS-QTD-SEM-DEPTO     PIC 9(6) VALUE 0.
       01  WS-CUSTO-SEM-DEPTO   PIC 9(11)V9(2) VALUE 0.
       01  WS-CUSTO-EMPRESA     PIC 9(11)V9(2) VALUE 0.

       01  WS-CABECALHO.
           05 FILLER      PIC X(24) VALUE "ORGANOGRAMA - EMPRESA ".
           05 WS-C-EMPRESA PIC 9(3).
           05 FILLER      PIC X(14) VALUE " - POSICAO EM ".
           05 WS-C-DATA   PIC 9(8).

       01  WS-LINHA-TITULOS.
           05 FILLER PIC X(37) VALUE
              "DEPARTAMENTO".
           05 FILLER PIC X(23) VALUE
              "GERENTE".
           05 FILLER PIC X(44) VALUE
              "QTD DIR QTD TOT  CUSTO DIRETO    CUSTO TOTAL".
           05 FILLER PIC X(13) VALUE
              " SPAN DIR/TOT".

       01  WS-LINHA-DETALHE.
           05 WS-D-ARVORE       PIC X(36).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-D-GERENTE      PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-D-GERENTE-NOME PIC X(15).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-D-QTD-DIRETA   PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-D-QTD-TOTAL    PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-D-CUSTO-DIRETO PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-D-CUSTO-TOTAL  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-D-SPAN-DIRETO  PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-D-SPAN-TOTAL   PIC ZZZZZ9.

      * code and name of the department, shifted right two columns
      * per level into WS-D-ARVORE
       01  WS-NO-ARVORE.
           05 WS-NO-CODIGO PIC 9(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-NO-NOME   PIC X(15).

       01  WS-LINHA-ALERTA.
           05 WS-A-RECUO    PIC X(16) VALUE SPACES.
           05 FILLER        PIC X(4)  VALUE "*** ".
           05 WS-A-MENSAGEM PIC X(60).

       01  WS-LINHA-RESUMO.
           05 WS-R-ROTULO PIC X(40).
           05 WS-R-QTD    PIC ZZZZZZ9.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WS-R-VALOR  PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.

           PERFORM LER-EMPRESA-CORRENTE.

           OPEN INPUT DEPARTAMENTO-MASTER.
           IF NOT WS-DEPARTAMENTO-OK
               DISPLAY "ORGANOGRAMA: ERRO ABRINDO DEPARTAMENTOS - "
                       WS-FS-DEPARTAMENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "ORGANOGRAMA: ERRO ABRINDO MASTER - "
                       WS-FS-MASTER
               CLOSE DEPARTAMENTO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * no archive yet simply means nobody was archived
           OPEN INPUT HISTORICO-MASTER.
           IF WS-HISTORICO-OK
               MOVE "S" TO WS-HISTORICO-ABERTO
           END-IF.

           PERFORM CARREGAR-DEPARTAMENTOS.
           CLOSE DEPARTAMENTO-MASTER.

           IF WS-QTD-DEPTOS > 500
               DISPLAY "ORGANOGRAMA: CAPACIDADE EXCEDIDA - MAIS DE "
                       "500 DEPARTAMENTOS - EXECUCAO INTERROMPIDA"
               CLOSE FUNCIONARIO-MASTER
               IF WS-TEM-HISTORICO
                   CLOSE HISTORICO-MASTER
               END-IF
               MOVE "CAPACIDADE" TO WS-RL-RESULTADO
               PERFORM GRAVAR-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-DEPTOS
               PERFORM SITUAR-GERENTE
           END-PERFORM.

           PERFORM CONTAR-FUNCIONARIOS.

           CLOSE FUNCIONARIO-MASTER.
           IF WS-TEM-HISTORICO
               CLOSE HISTORICO-MASTER
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-DEPTOS
               PERFORM VERIFICAR-CICLO
           END-PERFORM.

      * the circles are cut only once every department was walked,
      * so each one on a circle is found and flagged
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-DEPTOS
               IF WS-DT-EM-CICLO(WS-I)
                   MOVE 0 TO WS-DT-PAI(WS-I)
                   ADD 1 TO WS-QTD-CICLOS
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-DEPTOS
               PERFORM ACUMULAR-ACIMA
           END-PERFORM.

           MOVE SPACES TO WS-ARQUIVO-SAIDA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/organograma.lst" TO WS-ARQUIVO-SAIDA
           ELSE
               STRING "data/organograma-" WS-EMPRESA-CORRENTE ".lst"
                   DELIMITED BY SIZE INTO WS-ARQUIVO-SAIDA
           END-IF.

           OPEN OUTPUT RELATORIO-SAIDA.
           IF NOT WS-SAIDA-OK
               DISPLAY "ORGANOGRAMA: ERRO ABRINDO SAIDA - "
                       WS-FS-SAIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-EMPRESA-CORRENTE TO WS-C-EMPRESA.
           MOVE WS-HOJE TO WS-C-DATA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-TITULOS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-DEPTOS
               IF WS-DT-PAI(WS-I) = 0
                   ADD 1 TO WS-QTD-RAIZES
                   PERFORM IMPRIMIR-ARVORE
               END-IF
           END-PERFORM.

           PERFORM IMPRIMIR-RESUMO.

           CLOSE RELATORIO-SAIDA.

           PERFORM GRAVAR-RUNLOG.

           DISPLAY "ORGANOGRAMA: " WS-QTD-DEPTOS " DEPARTAMENTOS, "
                   WS-QTD-FUNCIONARIOS " FUNCIONARIOS - "
                   WS-QTD-SEM-GERENTE " SEM GERENTE, "
                   WS-QTD-GER-INATIVO " GERENTE INATIVO, "
                   WS-QTD-CICLOS " EM CICLO - EM " WS-ARQUIVO-SAIDA.

           GOBACK.

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

      * Read in key order, so the tops and the departments under
      * each come out by code. One department past the table stops
      * the load and the run.
       CARREGAR-DEPARTAMENTOS.
           PERFORM UNTIL WS-DEPARTAMENTO-EOF OR WS-QTD-DEPTOS > 500
               READ DEPARTAMENTO-MASTER NEXT RECORD
                   AT END SET WS-DEPARTAMENTO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-DEPTOS
                       ADD 1 TO WS-RL-LIDOS
                       IF WS-QTD-DEPTOS <= 500
                           PERFORM GUARDAR-DEPARTAMENTO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-DEPARTAMENTO.
           SET DT-IDX TO WS-QTD-DEPTOS.
           MOVE DP-CODIGO  TO WS-DT-CODIGO(DT-IDX).
           MOVE DP-NOME    TO WS-DT-NOME(DT-IDX).
           MOVE DP-GERENTE TO WS-DT-GERENTE(DT-IDX).
           MOVE SPACES TO WS-DT-GERENTE-NOME(DT-IDX).
           MOVE SPACES TO WS-DT-GERENTE-DEPTO(DT-IDX).
           MOVE SPACE  TO WS-DT-SITUACAO(DT-IDX).
           MOVE "N"    TO WS-DT-GERENTE-LOCAL(DT-IDX).
           MOVE "N"    TO WS-DT-CICLO(DT-IDX).
           MOVE 0      TO WS-DT-PAI(DT-IDX).
           MOVE 0      TO WS-DT-QTD-DIRETA(DT-IDX).
           MOVE 0      TO WS-DT-QTD-TOTAL(DT-IDX).
           MOVE 0      TO WS-DT-CUSTO-DIRETO(DT-IDX).
           MOVE 0      TO WS-DT-CUSTO-TOTAL(DT-IDX).

      * The manager's record says where the department hangs and
      * whether the manager is still there to run it - a code
      * gone from the live master may be in the archive.
       SITUAR-GERENTE.
           IF WS-DT-GERENTE(WS-I) = 0
               SET WS-DT-SEM-GERENTE(WS-I) TO TRUE
               ADD 1 TO WS-QTD-SEM-GERENTE
           ELSE
               MOVE "N" TO WS-GERENTE-ACHADO-SW
               MOVE WS-DT-GERENTE(WS-I) TO FM-CODFUNC
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       IF WS-TEM-HISTORICO
                           MOVE WS-DT-GERENTE(WS-I) TO HM-CODFUNC
                           READ HISTORICO-MASTER
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE HM-FUNCIONARIO
                                       TO FM-FUNCIONARIO
                                   MOVE "S" TO WS-GERENTE-ACHADO-SW
                           END-READ
                       END-IF
                   NOT INVALID KEY
                       MOVE "S" TO WS-GERENTE-ACHADO-SW
               END-READ
               IF WS-GERENTE-ACHADO
                   PERFORM CLASSIFICAR-GERENTE
               ELSE
                   SET WS-DT-GERENTE-AUSENTE(WS-I) TO TRUE
                   ADD 1 TO WS-QTD-GER-AUSENTE
               END-IF
           END-IF.

       CLASSIFICAR-GERENTE.
           MOVE FM-NOME         TO WS-DT-GERENTE-NOME(WS-I).
           MOVE FM-DEPARTAMENTO TO WS-DT-GERENTE-DEPTO(WS-I).
           EVALUATE TRUE
               WHEN FM-STATUS-DESLIGADO
                   SET WS-DT-GERENTE-DESLIGADO(WS-I) TO TRUE
                   ADD 1 TO WS-QTD-GER-INATIVO
               WHEN FM-STATUS-AFASTADO
                   SET WS-DT-GERENTE-AFASTADO(WS-I) TO TRUE
                   ADD 1 TO WS-QTD-GER-INATIVO
               WHEN OTHER
                   SET WS-DT-GERENTE-OK(WS-I) TO TRUE
           END-EVALUATE.

      * even a manager who left still places the department - the
      * chart shows where it hung, and the flag says it is orphaned
           IF FM-DEPARTAMENTO NOT = WS-DT-NOME(WS-I)
               MOVE FM-DEPARTAMENTO TO WS-BUSCA-NOME
               PERFORM LOCALIZAR-DEPARTAMENTO
               IF WS-DEPTO-ACHADO
                   SET WS-DT-PAI(WS-I) TO DT-IDX
               END-IF
           END-IF.

       LOCALIZAR-DEPARTAMENTO.
           MOVE "N" TO WS-ACHOU-DEPTO.
           SET DT-IDX TO 1.
           SEARCH WS-ENTRADA-DEPTO
               AT END CONTINUE
               WHEN DT-IDX > WS-QTD-DEPTOS
                   CONTINUE
               WHEN WS-DT-NOME(DT-IDX) = WS-BUSCA-NOME
                   MOVE "S" TO WS-ACHOU-DEPTO
           END-SEARCH.

      * The company's filled seats, by the department on the
      * employee record.
       CONTAR-FUNCIONARIOS.
           MOVE 0 TO FM-CODFUNC.
           START FUNCIONARIO-MASTER KEY IS NOT LESS THAN FM-CODFUNC
               INVALID KEY SET WS-MASTER-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-MASTER-EOF
               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RL-LIDOS
                       IF FM-EMPRESA = WS-EMPRESA-CORRENTE
                               AND (FM-STATUS-ATIVO
                                    OR FM-STATUS-AFASTADO)
                           PERFORM ALOCAR-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.

       ALOCAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
           ADD FM-SALARIO TO WS-CUSTO-EMPRESA.
           MOVE FM-DEPARTAMENTO TO WS-BUSCA-NOME.
           PERFORM LOCALIZAR-DEPARTAMENTO.
           IF WS-DEPTO-ACHADO
               ADD 1 TO WS-DT-QTD-DIRETA(DT-IDX)
               ADD FM-SALARIO TO WS-DT-CUSTO-DIRETO(DT-IDX)
               IF FM-CODFUNC = WS-DT-GERENTE(DT-IDX)
                   MOVE "S" TO WS-DT-GERENTE-LOCAL(DT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-QTD-SEM-DEPTO
               ADD FM-SALARIO TO WS-CUSTO-SEM-DEPTO
           END-IF.

      * Walks up from department WS-I; a chain can be no longer
      * than the table, so a walk that outlasts it without coming
      * back ends above or off a circle that does not hold WS-I.
       VERIFICAR-CICLO.
           MOVE "N" TO WS-CICLO-SW.
           MOVE WS-DT-PAI(WS-I) TO WS-J.
           MOVE 0 TO WS-PASSOS.
           PERFORM UNTIL WS-J = 0 OR WS-CICLO-ACHADO
                   OR WS-PASSOS > WS-QTD-DEPTOS
               IF WS-J = WS-I
                   MOVE "S" TO WS-CICLO-SW
               ELSE
                   MOVE WS-DT-PAI(WS-J) TO WS-J
                   ADD 1 TO WS-PASSOS
               END-IF
           END-PERFORM.
           IF WS-CICLO-ACHADO
               MOVE "S" TO WS-DT-CICLO(WS-I)
           END-IF.

      * Department WS-I's own people and cost count in it and in
      * every department above it.
       ACUMULAR-ACIMA.
           MOVE WS-I TO WS-J.
           PERFORM UNTIL WS-J = 0
               ADD WS-DT-QTD-DIRETA(WS-I) TO WS-DT-QTD-TOTAL(WS-J)
               ADD WS-DT-CUSTO-DIRETO(WS-I)
                   TO WS-DT-CUSTO-TOTAL(WS-J)
               MOVE WS-DT-PAI(WS-J) TO WS-J
           END-PERFORM.

      * Prints the top WS-I and everything below it, depth first:
      * the stack holds the departments on the path down, each with
      * the table position where its next subordinate is sought.
       IMPRIMIR-ARVORE.
           MOVE WS-I TO WS-K.
           MOVE 0 TO WS-NIVEL.
           PERFORM IMPRIMIR-DEPARTAMENTO.
           MOVE 1 TO WS-TOPO.
           MOVE WS-I TO WS-PL-DEPTO(1).
           MOVE 1    TO WS-PL-PROXIMO(1).
           PERFORM UNTIL WS-TOPO = 0
               PERFORM PROCURAR-SUBORDINADO
               IF WS-ACHADO = 0
                   SUBTRACT 1 FROM WS-TOPO
               ELSE
                   COMPUTE WS-PL-PROXIMO(WS-TOPO) = WS-ACHADO + 1
                   MOVE WS-ACHADO TO WS-K
                   MOVE WS-TOPO TO WS-NIVEL
                   PERFORM IMPRIMIR-DEPARTAMENTO
                   ADD 1 TO WS-TOPO
                   MOVE WS-ACHADO TO WS-PL-DEPTO(WS-TOPO)
                   MOVE 1         TO WS-PL-PROXIMO(WS-TOPO)
               END-IF
           END-PERFORM.

       PROCURAR-SUBORDINADO.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM WS-PL-PROXIMO(WS-TOPO) BY 1
                   UNTIL WS-J > WS-QTD-DEPTOS OR WS-ACHADO NOT = 0
               IF WS-DT-PAI(WS-J) = WS-PL-DEPTO(WS-TOPO)
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.

      * Department WS-K at level WS-NIVEL, then a line for each
      * thing wrong with it.
       IMPRIMIR-DEPARTAMENTO.
           MOVE WS-NIVEL TO WS-RECUO.
           IF WS-RECUO > 8
               MOVE 8 TO WS-RECUO
           END-IF.
           COMPUTE WS-RECUO = WS-RECUO * 2 + 1.

           MOVE SPACES TO WS-D-ARVORE.
           MOVE WS-DT-CODIGO(WS-K) TO WS-NO-CODIGO.
           MOVE WS-DT-NOME(WS-K)   TO WS-NO-NOME.
           MOVE WS-NO-ARVORE TO WS-D-ARVORE(WS-RECUO:20).

           MOVE WS-DT-QTD-DIRETA(WS-K) TO WS-SPAN-DIRETO.
           MOVE WS-DT-QTD-TOTAL(WS-K)  TO WS-SPAN-TOTAL.
           IF WS-DT-GERENTE-NO-DEPTO(WS-K)
               SUBTRACT 1 FROM WS-SPAN-DIRETO
               SUBTRACT 1 FROM WS-SPAN-TOTAL
           END-IF.

           MOVE WS-DT-GERENTE(WS-K)      TO WS-D-GERENTE.
           MOVE WS-DT-GERENTE-NOME(WS-K) TO WS-D-GERENTE-NOME.
           MOVE WS-DT-QTD-DIRETA(WS-K)   TO WS-D-QTD-DIRETA.
           MOVE WS-DT-QTD-TOTAL(WS-K)    TO WS-D-QTD-TOTAL.
           MOVE WS-DT-CUSTO-DIRETO(WS-K) TO WS-D-CUSTO-DIRETO.
           MOVE WS-DT-CUSTO-TOTAL(WS-K)  TO WS-D-CUSTO-TOTAL.
           MOVE WS-SPAN-DIRETO           TO WS-D-SPAN-DIRETO.
           MOVE WS-SPAN-TOTAL            TO WS-D-SPAN-TOTAL.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           ADD 1 TO WS-RL-GRAVADOS.

           MOVE SPACES TO WS-A-MENSAGEM.
           EVALUATE TRUE
               WHEN WS-DT-SEM-GERENTE(WS-K)
                   MOVE "DEPARTAMENTO SEM GERENTE" TO WS-A-MENSAGEM
               WHEN WS-DT-GERENTE-AUSENTE(WS-K)
                   MOVE "GERENTE NAO CADASTRADO" TO WS-A-MENSAGEM
               WHEN WS-DT-GERENTE-DESLIGADO(WS-K)
                   MOVE "GERENTE INATIVO - DESLIGADO"
                       TO WS-A-MENSAGEM
               WHEN WS-DT-GERENTE-AFASTADO(WS-K)
                   MOVE "GERENTE INATIVO - AFASTADO"
                       TO WS-A-MENSAGEM
           END-EVALUATE.
           IF WS-A-MENSAGEM NOT = SPACES
               PERFORM IMPRIMIR-ALERTA
           END-IF.

           IF WS-DT-EM-CICLO(WS-K)
               MOVE SPACES TO WS-A-MENSAGEM
               STRING "CICLO NA CADEIA DE SUBORDINACAO - GERENTE "
                      "LOTADO EM " WS-DT-GERENTE-DEPTO(WS-K)
                   DELIMITED BY SIZE INTO WS-A-MENSAGEM
               PERFORM IMPRIMIR-ALERTA
           END-IF.

       IMPRIMIR-ALERTA.
           MOVE WS-LINHA-ALERTA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 0 TO WS-R-VALOR.

           MOVE "DEPARTAMENTOS" TO WS-R-ROTULO.
           MOVE WS-QTD-DEPTOS TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "DEPARTAMENTOS NO TOPO" TO WS-R-ROTULO.
           MOVE WS-QTD-RAIZES TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "SEM GERENTE" TO WS-R-ROTULO.
           MOVE WS-QTD-SEM-GERENTE TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "GERENTE NAO CADASTRADO" TO WS-R-ROTULO.
           MOVE WS-QTD-GER-AUSENTE TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "GERENTE INATIVO" TO WS-R-ROTULO.
           MOVE WS-QTD-GER-INATIVO TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "EM CICLO DE SUBORDINACAO" TO WS-R-ROTULO.
           MOVE WS-QTD-CICLOS TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "FUNCIONARIOS / CUSTO DA FOLHA" TO WS-R-ROTULO.
           MOVE WS-QTD-FUNCIONARIOS TO WS-R-QTD.
           MOVE WS-CUSTO-EMPRESA TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "SEM DEPARTAMENTO CADASTRADO" TO WS-R-ROTULO.
           MOVE WS-QTD-SEM-DEPTO TO WS-R-QTD.
           MOVE WS-CUSTO-SEM-DEPTO TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Appends this run's record to the common batch run log - at
      * completion, or with CAPACIDADE when the department table
      * could not hold the master.
       GRAVAR-RUNLOG.
           MOVE "ORGANOGRAMA" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-RL-LIDOS     TO RL-QTD-LIDOS.
           MOVE WS-RL-GRAVADOS  TO RL-QTD-GRAVADOS.
           MOVE WS-RL-RESULTADO TO RL-RESULTADO.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM ORGANOGRAMA.
