       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADRO-VAGAS-RELATORIO.

      * Vacancy report off the position control master
      * (data/quadro-vagas.dat): for every department and cargo
      * the quadro authorizes, the seats authorized, the seats
      * filled today (ATIVO and AFASTADO employees in that
      * department and cargo on data/funcmast.dat), the open ones,
      * any excess, and for each open seat the date it opened and
      * how many days it has stood open. A seat opens when someone
      * leaves it - a termination (FM-STATUS-DATA-EFETIVA, live
      * master and data/funcmast-historico.dat) or a transfer out
      * of the department (data/transferencias.dat) - and a seat
      * nobody ever left has been open since the authorization
      * started. Hires fill the oldest vacancy first, so the seats
      * still open are the most recent departures; the ten latest
      * are kept per department and cargo. A transferred employee's
      * cargo is taken from the current record - the transfer line
      * does not carry it. An authorization not yet in force lists
      * its seats without opening them; one that ended authorizes
      * nothing, so whoever still sits there is excess. Filled
      * seats with no authorization behind them are listed at the
      * end. The listing is data/quadro-vagas-AAAAMMDD.lst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUADRO-VAGAS-MASTER ASSIGN TO "data/quadro-vagas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QV-CHAVE
               FILE STATUS IS WS-FS-QUADRO.

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

           SELECT TRANSFERENCIAS ASSIGN TO "data/transferencias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSFERENCIAS.

           SELECT DEPARTAMENTO-MASTER ASSIGN TO "data/departamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               ALTERNATE RECORD KEY IS DP-NOME
               FILE STATUS IS WS-FS-DEPARTAMENTO.

           SELECT CARGO-MASTER ASSIGN TO "data/cargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WS-FS-CARGOS.

           SELECT RELATORIO-SAIDA ASSIGN DYNAMIC WS-ARQUIVO-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

       DATA DIVISION.

       FILE SECTION.
       FD  QUADRO-VAGAS-MASTER.
       COPY QUADROVAGAS.

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

      * Same layout as FUNCIONARIO-MASTER - each archived record is
      * moved into FM-FUNCIONARIO and read exactly like a live one.
       FD  HISTORICO-MASTER.
       01  HM-FUNCIONARIO.
           05 HM-CODFUNC PIC 9(6).
           05 HM-RESTO   PIC X(182).

       FD  TRANSFERENCIAS.
       01  TF-LINHA.
           05 TF-CODFUNC      PIC 9(6).
           05 TF-DEPTO-DE     PIC X(15).
           05 TF-DEPTO-PARA   PIC X(15).
           05 TF-DATA-EFETIVA PIC 9(8).
           05 TF-EMPRESA-DE   PIC 9(3).
           05 TF-EMPRESA-PARA PIC 9(3).

       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

       FD  CARGO-MASTER.
       COPY CARGO.

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-QUADRO PIC XX.
           88 WS-QUADRO-OK  VALUE "00".
           88 WS-QUADRO-EOF VALUE "10".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK  VALUE "00".
           88 WS-MASTER-EOF VALUE "10".

       01  WS-FS-HISTORICO PIC XX.
           88 WS-HISTORICO-OK  VALUE "00".
           88 WS-HISTORICO-EOF VALUE "10".

       01  WS-HISTORICO-ABERTO PIC X VALUE "N".
           88 WS-TEM-HISTORICO VALUE "S".

       01  WS-FS-TRANSFERENCIAS PIC XX.
           88 WS-TRANSFERENCIAS-OK  VALUE "00".
           88 WS-TRANSFERENCIAS-EOF VALUE "10".

       01  WS-FS-DEPARTAMENTO PIC XX.
           88 WS-DEPARTAMENTO-OK VALUE "00".

       01  WS-FS-CARGOS PIC XX.
           88 WS-CARGOS-OK VALUE "00".

       01  WS-CARGO-ABERTO PIC X VALUE "N".
           88 WS-TEM-CARGO VALUE "S".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-ARQUIVO-SAIDA PIC X(40).

       01  WS-HOJE PIC 9(8).

      * Seats filled and the latest departures per department name
      * and cargo - the quadro is keyed by department code, the
      * employee record carries the name, and the department
      * master joins the two.
       01  WS-OCUPACAO-TABELA.
           05 WS-QTD-OCUPACAO PIC 9(4) VALUE 0.
           05 WS-ENTRADA-OCUPACAO OCCURS 1000 TIMES
                                  INDEXED BY OQ-IDX.
               10 WS-OQ-DEPARTAMENTO PIC X(15).
               10 WS-OQ-CARGO        PIC 9(4).
               10 WS-OQ-QTD          PIC 9(5).
               10 WS-OQ-NO-QUADRO    PIC X(1).
                  88 WS-OQ-COM-QUADRO VALUE "S".
               10 WS-OQ-QTD-SAIDAS   PIC 9(2).
               10 WS-OQ-SAIDA        PIC 9(8) OCCURS 10 TIMES.

       01  WS-TABELA-CHEIA PIC X VALUE "N".
           88 WS-OCUPACAO-CHEIA VALUE "S".

       01  WS-OQ-BUSCA-DEPTO PIC X(15).
       01  WS-OQ-BUSCA-CARGO PIC 9(4).
       01  WS-DATA-SAIDA     PIC 9(8).

       01  WS-OCUPACAO-ACHADA PIC X VALUE "N".
           88 WS-OCUPACAO-EXISTE VALUE "S".

       01  WS-S   PIC 9(2).
       01  WS-S2  PIC 9(2).
       01  WS-AUX-DATA PIC 9(8).

      * Figures for the quadro record in hand.
       01  WS-DEPTO-NOME    PIC X(15).
       01  WS-CARGO-TITULO  PIC X(20).
       01  WS-AUTORIZADAS   PIC 9(5).
       01  WS-OCUPADAS      PIC 9(5).
       01  WS-ABERTAS       PIC 9(5).
       01  WS-EXCEDENTES    PIC 9(5).
       01  WS-VAGA          PIC 9(5).
       01  WS-DATA-ABERTURA PIC 9(8).
       01  WS-DIAS-ABERTA   PIC 9(5).

       01  WS-VIGENCIA PIC X(10).

       01  WS-TOT-AUTORIZADAS PIC 9(7) VALUE 0.
       01  WS-TOT-OCUPADAS    PIC 9(7) VALUE 0.
       01  WS-TOT-ABERTAS     PIC 9(7) VALUE 0.
       01  WS-TOT-EXCEDENTES  PIC 9(7) VALUE 0.
       01  WS-TOT-SEM-QUADRO  PIC 9(7) VALUE 0.
       01  WS-QTD-QUADROS     PIC 9(5) VALUE 0.

       01  WS-LINHA-TITULOS.
           05 FILLER PIC X(42) VALUE
              "DEPARTAMENTO    CARGO TITULO              ".
           05 FILLER PIC X(44) VALUE
              " AUTORIZ   OCUPAD   ABERTA  EXCEDEN VIGENCIA".

       01  WS-LINHA-DETALHE.
           05 WS-D-DEPTO      PIC X(15).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-CARGO      PIC 9(4).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 WS-D-TITULO     PIC X(20).
           05 WS-D-AUTORIZ    PIC ZZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-OCUPAD     PIC ZZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-ABERTA     PIC ZZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-EXCEDEN    PIC ZZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-VIGENCIA   PIC X(10).

       01  WS-LINHA-VAGA.
           05 FILLER         PIC X(22) VALUE SPACES.
           05 FILLER         PIC X(5)  VALUE "VAGA ".
           05 WS-V-VAGA      PIC ZZZZ9.
           05 FILLER         PIC X(14) VALUE " ABERTA DESDE ".
           05 WS-V-DATA      PIC 9(8).
           05 FILLER         PIC X(3)  VALUE " - ".
           05 WS-V-DIAS      PIC ZZZZ9.
           05 FILLER         PIC X(5)  VALUE " DIAS".

       01  WS-LINHA-RESUMO.
           05 WS-R-ROTULO PIC X(30).
           05 WS-R-QTD    PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.

           OPEN INPUT QUADRO-VAGAS-MASTER.
           IF NOT WS-QUADRO-OK
               DISPLAY "QUADRO-VAGAS-RELATORIO: ERRO ABRINDO QUADRO "
                       "- " WS-FS-QUADRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DEPARTAMENTO-MASTER.
           IF NOT WS-DEPARTAMENTO-OK
               DISPLAY "QUADRO-VAGAS-RELATORIO: ERRO ABRINDO "
                       "DEPARTAMENTOS - " WS-FS-DEPARTAMENTO
               CLOSE QUADRO-VAGAS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "QUADRO-VAGAS-RELATORIO: ERRO ABRINDO MASTER "
                       "- " WS-FS-MASTER
               CLOSE QUADRO-VAGAS-MASTER
               CLOSE DEPARTAMENTO-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CARGO-MASTER.
           IF WS-CARGOS-OK
               MOVE "S" TO WS-CARGO-ABERTO
           END-IF.

      * no archive yet simply means nobody was archived
           OPEN INPUT HISTORICO-MASTER.
           IF WS-HISTORICO-OK
               MOVE "S" TO WS-HISTORICO-ABERTO
           END-IF.

           PERFORM CARREGAR-MASTER.
           IF WS-TEM-HISTORICO
               PERFORM CARREGAR-HISTORICO
           END-IF.
           PERFORM CARREGAR-TRANSFERENCIAS.

           MOVE SPACES TO WS-ARQUIVO-SAIDA.
           STRING "data/quadro-vagas-" WS-HOJE ".lst"
               DELIMITED BY SIZE INTO WS-ARQUIVO-SAIDA.
           OPEN OUTPUT RELATORIO-SAIDA.
           IF NOT WS-SAIDA-OK
               DISPLAY "QUADRO-VAGAS-RELATORIO: ERRO ABRINDO SAIDA - "
                       WS-FS-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "QUADRO DE VAGAS - POSICAO EM " WS-HOJE
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-TITULOS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM UNTIL WS-QUADRO-EOF
               READ QUADRO-VAGAS-MASTER NEXT RECORD
                   AT END SET WS-QUADRO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-QUADROS
                       PERFORM IMPRIMIR-QUADRO
               END-READ
           END-PERFORM.

           PERFORM IMPRIMIR-SEM-QUADRO.
           PERFORM IMPRIMIR-RESUMO.

           CLOSE RELATORIO-SAIDA.
           CLOSE QUADRO-VAGAS-MASTER.
           CLOSE DEPARTAMENTO-MASTER.
           CLOSE FUNCIONARIO-MASTER.
           IF WS-TEM-CARGO
               CLOSE CARGO-MASTER
           END-IF.
           IF WS-TEM-HISTORICO
               CLOSE HISTORICO-MASTER
           END-IF.

           DISPLAY "QUADRO-VAGAS-RELATORIO: " WS-QTD-QUADROS
                   " QUADROS / " WS-TOT-ABERTAS " VAGAS ABERTAS EM "
                   WS-ARQUIVO-SAIDA.

           STOP RUN.

      * ATIVO and AFASTADO hold a seat; a DESLIGADO left one on
      * the termination date.
       CARREGAR-MASTER.
           PERFORM UNTIL WS-MASTER-EOF
               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM CLASSIFICAR-FUNCIONARIO
               END-READ
           END-PERFORM.

       CARREGAR-HISTORICO.
           PERFORM UNTIL WS-HISTORICO-EOF
               READ HISTORICO-MASTER NEXT RECORD
                   AT END SET WS-HISTORICO-EOF TO TRUE
                   NOT AT END
                       MOVE HM-FUNCIONARIO TO FM-FUNCIONARIO
                       PERFORM CLASSIFICAR-FUNCIONARIO
               END-READ
           END-PERFORM.

       CLASSIFICAR-FUNCIONARIO.
           MOVE FM-DEPARTAMENTO TO WS-OQ-BUSCA-DEPTO.
           MOVE FM-CARGO        TO WS-OQ-BUSCA-CARGO.
           PERFORM OBTER-OCUPACAO.
           IF WS-OCUPACAO-EXISTE
               IF FM-STATUS-DESLIGADO
                   MOVE FM-STATUS-DATA-EFETIVA TO WS-DATA-SAIDA
                   PERFORM GUARDAR-SAIDA
               ELSE
                   ADD 1 TO WS-OQ-QTD(OQ-IDX)
               END-IF
           END-IF.

      * A transfer out of a department frees the seat there on the
      * effective date - under the cargo the employee holds now.
       CARREGAR-TRANSFERENCIAS.
           OPEN INPUT TRANSFERENCIAS.
           IF WS-TRANSFERENCIAS-OK
               PERFORM UNTIL WS-TRANSFERENCIAS-EOF
                   READ TRANSFERENCIAS
                       AT END SET WS-TRANSFERENCIAS-EOF TO TRUE
                       NOT AT END
                           IF TF-DEPTO-DE NOT = TF-DEPTO-PARA
                                   AND TF-DEPTO-DE NOT = SPACES
                               PERFORM REGISTRAR-TRANSFERENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF.

       REGISTRAR-TRANSFERENCIA.
           MOVE "N" TO WS-OCUPACAO-ACHADA.
           MOVE TF-CODFUNC TO FM-CODFUNC.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   IF WS-TEM-HISTORICO
                       MOVE TF-CODFUNC TO HM-CODFUNC
                       READ HISTORICO-MASTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE HM-FUNCIONARIO TO FM-FUNCIONARIO
                               MOVE "S" TO WS-OCUPACAO-ACHADA
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO WS-OCUPACAO-ACHADA
           END-READ.
           IF WS-OCUPACAO-EXISTE
               MOVE TF-DEPTO-DE TO WS-OQ-BUSCA-DEPTO
               MOVE FM-CARGO    TO WS-OQ-BUSCA-CARGO
               PERFORM OBTER-OCUPACAO
               IF WS-OCUPACAO-EXISTE
                   MOVE TF-DATA-EFETIVA TO WS-DATA-SAIDA
                   PERFORM GUARDAR-SAIDA
               END-IF
           END-IF.

       LOCALIZAR-OCUPACAO.
           MOVE "N" TO WS-OCUPACAO-ACHADA.
           SET OQ-IDX TO 1.
           SEARCH WS-ENTRADA-OCUPACAO
               AT END CONTINUE
               WHEN OQ-IDX > WS-QTD-OCUPACAO
                   CONTINUE
               WHEN WS-OQ-DEPARTAMENTO(OQ-IDX) = WS-OQ-BUSCA-DEPTO
                       AND WS-OQ-CARGO(OQ-IDX) = WS-OQ-BUSCA-CARGO
                   MOVE "S" TO WS-OCUPACAO-ACHADA
           END-SEARCH.

      * Finds the department and cargo, adding it when new. A full
      * table is reported once and the overflow left out.
       OBTER-OCUPACAO.
           PERFORM LOCALIZAR-OCUPACAO.
           IF NOT WS-OCUPACAO-EXISTE
               IF WS-QTD-OCUPACAO < 1000
                   ADD 1 TO WS-QTD-OCUPACAO
                   SET OQ-IDX TO WS-QTD-OCUPACAO
                   MOVE WS-OQ-BUSCA-DEPTO
                       TO WS-OQ-DEPARTAMENTO(OQ-IDX)
                   MOVE WS-OQ-BUSCA-CARGO TO WS-OQ-CARGO(OQ-IDX)
                   MOVE 0   TO WS-OQ-QTD(OQ-IDX)
                   MOVE "N" TO WS-OQ-NO-QUADRO(OQ-IDX)
                   MOVE 0   TO WS-OQ-QTD-SAIDAS(OQ-IDX)
                   MOVE "S" TO WS-OCUPACAO-ACHADA
               ELSE
                   IF NOT WS-OCUPACAO-CHEIA
                       DISPLAY "QUADRO-VAGAS-RELATORIO: MAIS DE 1000 "
                               "DEPARTAMENTOS/CARGOS - EXCEDENTES "
                               "IGNORADOS"
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
               END-IF
           END-IF.

      * Keeps the ten latest departures, newest first: the new date
      * goes in at the bottom (or over the oldest when full) and
      * climbs while it is newer than the one above.
       GUARDAR-SAIDA.
           IF WS-OQ-QTD-SAIDAS(OQ-IDX) < 10
               ADD 1 TO WS-OQ-QTD-SAIDAS(OQ-IDX)
               MOVE WS-OQ-QTD-SAIDAS(OQ-IDX) TO WS-S
               MOVE WS-DATA-SAIDA TO WS-OQ-SAIDA(OQ-IDX, WS-S)
           ELSE
               MOVE 10 TO WS-S
               IF WS-DATA-SAIDA > WS-OQ-SAIDA(OQ-IDX, 10)
                   MOVE WS-DATA-SAIDA TO WS-OQ-SAIDA(OQ-IDX, 10)
               END-IF
           END-IF.
           PERFORM UNTIL WS-S < 2
               COMPUTE WS-S2 = WS-S - 1
               IF WS-OQ-SAIDA(OQ-IDX, WS-S) >
                       WS-OQ-SAIDA(OQ-IDX, WS-S2)
                   MOVE WS-OQ-SAIDA(OQ-IDX, WS-S2) TO WS-AUX-DATA
                   MOVE WS-OQ-SAIDA(OQ-IDX, WS-S)
                       TO WS-OQ-SAIDA(OQ-IDX, WS-S2)
                   MOVE WS-AUX-DATA TO WS-OQ-SAIDA(OQ-IDX, WS-S)
                   MOVE WS-S2 TO WS-S
               ELSE
                   MOVE 1 TO WS-S
               END-IF
           END-PERFORM.

       IMPRIMIR-QUADRO.
           MOVE SPACES TO WS-DEPTO-NOME.
           MOVE QV-DEPARTAMENTO TO DP-CODIGO.
           READ DEPARTAMENTO-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE DP-NOME TO WS-DEPTO-NOME
           END-READ.
           MOVE SPACES TO WS-CARGO-TITULO.
           IF WS-TEM-CARGO
               MOVE QV-CARGO TO CG-CODIGO
               READ CARGO-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CG-TITULO TO WS-CARGO-TITULO
               END-READ
           END-IF.

           MOVE 0 TO WS-OCUPADAS.
           MOVE "N" TO WS-OCUPACAO-ACHADA.
           IF WS-DEPTO-NOME NOT = SPACES
               MOVE WS-DEPTO-NOME TO WS-OQ-BUSCA-DEPTO
               MOVE QV-CARGO      TO WS-OQ-BUSCA-CARGO
               PERFORM LOCALIZAR-OCUPACAO
           END-IF.
           IF WS-OCUPACAO-EXISTE
               MOVE WS-OQ-QTD(OQ-IDX) TO WS-OCUPADAS
               MOVE "S" TO WS-OQ-NO-QUADRO(OQ-IDX)
           END-IF.

           EVALUATE TRUE
               WHEN QV-DATA-INICIO > WS-HOJE
                   MOVE "FUTURA"    TO WS-VIGENCIA
                   MOVE 0 TO WS-AUTORIZADAS
               WHEN QV-DATA-FIM NOT = 0 AND QV-DATA-FIM < WS-HOJE
                   MOVE "ENCERRADA" TO WS-VIGENCIA
                   MOVE 0 TO WS-AUTORIZADAS
               WHEN OTHER
                   MOVE "VIGENTE"   TO WS-VIGENCIA
                   MOVE QV-QTD-AUTORIZADA TO WS-AUTORIZADAS
           END-EVALUATE.

           MOVE 0 TO WS-ABERTAS.
           MOVE 0 TO WS-EXCEDENTES.
           IF WS-OCUPADAS > WS-AUTORIZADAS
               COMPUTE WS-EXCEDENTES = WS-OCUPADAS - WS-AUTORIZADAS
           ELSE
               COMPUTE WS-ABERTAS = WS-AUTORIZADAS - WS-OCUPADAS
           END-IF.

           ADD WS-AUTORIZADAS TO WS-TOT-AUTORIZADAS.
           ADD WS-OCUPADAS    TO WS-TOT-OCUPADAS.
           ADD WS-ABERTAS     TO WS-TOT-ABERTAS.
           ADD WS-EXCEDENTES  TO WS-TOT-EXCEDENTES.

           IF WS-DEPTO-NOME = SPACES
               MOVE QV-DEPARTAMENTO TO WS-D-DEPTO
           ELSE
               MOVE WS-DEPTO-NOME TO WS-D-DEPTO
           END-IF.
           MOVE QV-CARGO        TO WS-D-CARGO.
           MOVE WS-CARGO-TITULO TO WS-D-TITULO.
           IF WS-VIGENCIA = "FUTURA"
               MOVE QV-QTD-AUTORIZADA TO WS-D-AUTORIZ
           ELSE
               MOVE WS-AUTORIZADAS TO WS-D-AUTORIZ
           END-IF.
           MOVE WS-OCUPADAS     TO WS-D-OCUPAD.
           MOVE WS-ABERTAS      TO WS-D-ABERTA.
           MOVE WS-EXCEDENTES   TO WS-D-EXCEDEN.
           MOVE WS-VIGENCIA     TO WS-D-VIGENCIA.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM VARYING WS-VAGA FROM 1 BY 1
                   UNTIL WS-VAGA > WS-ABERTAS OR WS-VAGA > 10
               PERFORM IMPRIMIR-VAGA
           END-PERFORM.
           IF WS-ABERTAS > 10
               MOVE SPACES TO RELATORIO-LINHA
               COMPUTE WS-VAGA = WS-ABERTAS - 10
               MOVE WS-VAGA TO WS-V-VAGA
               STRING "                      MAIS " WS-V-VAGA
                   " VAGAS ABERTAS ANTES DESTAS"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * Open seat n is the n-th latest departure - never earlier
      * than the authorization itself - or the authorization start
      * when fewer people left than seats stand open.
       IMPRIMIR-VAGA.
           MOVE QV-DATA-INICIO TO WS-DATA-ABERTURA.
           IF WS-OCUPACAO-EXISTE
               IF WS-VAGA <= WS-OQ-QTD-SAIDAS(OQ-IDX)
                   MOVE WS-VAGA TO WS-S
                   IF WS-OQ-SAIDA(OQ-IDX, WS-S) > QV-DATA-INICIO
                       MOVE WS-OQ-SAIDA(OQ-IDX, WS-S)
                           TO WS-DATA-ABERTURA
                   END-IF
               END-IF
           END-IF.
           IF WS-DATA-ABERTURA > WS-HOJE
               MOVE WS-HOJE TO WS-DATA-ABERTURA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ABERTURA) = 0
               COMPUTE WS-DIAS-ABERTA =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                 - FUNCTION INTEGER-OF-DATE(WS-DATA-ABERTURA)
           ELSE
               MOVE 0 TO WS-DIAS-ABERTA
           END-IF.
           MOVE WS-VAGA          TO WS-V-VAGA.
           MOVE WS-DATA-ABERTURA TO WS-V-DATA.
           MOVE WS-DIAS-ABERTA   TO WS-V-DIAS.
           MOVE WS-LINHA-VAGA    TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Seats filled where no quadro record exists - people the
      * position control never authorized.
       IMPRIMIR-SEM-QUADRO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "OCUPADOS SEM QUADRO DE VAGAS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING OQ-IDX FROM 1 BY 1
                   UNTIL OQ-IDX > WS-QTD-OCUPACAO
               IF NOT WS-OQ-COM-QUADRO(OQ-IDX)
                       AND WS-OQ-QTD(OQ-IDX) > 0
                   ADD WS-OQ-QTD(OQ-IDX) TO WS-TOT-SEM-QUADRO
                   MOVE WS-OQ-DEPARTAMENTO(OQ-IDX) TO WS-D-DEPTO
                   MOVE WS-OQ-CARGO(OQ-IDX) TO WS-D-CARGO
                   MOVE SPACES TO WS-D-TITULO
                   IF WS-TEM-CARGO
                       MOVE WS-OQ-CARGO(OQ-IDX) TO CG-CODIGO
                       READ CARGO-MASTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE CG-TITULO TO WS-D-TITULO
                       END-READ
                   END-IF
                   MOVE 0 TO WS-D-AUTORIZ
                   MOVE WS-OQ-QTD(OQ-IDX) TO WS-D-OCUPAD
                   MOVE 0 TO WS-D-ABERTA
                   MOVE WS-OQ-QTD(OQ-IDX) TO WS-D-EXCEDEN
                   MOVE "SEM QUADRO" TO WS-D-VIGENCIA
                   MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "VAGAS AUTORIZADAS"     TO WS-R-ROTULO.
           MOVE WS-TOT-AUTORIZADAS      TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO         TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "VAGAS OCUPADAS"        TO WS-R-ROTULO.
           MOVE WS-TOT-OCUPADAS         TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO         TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "VAGAS ABERTAS"         TO WS-R-ROTULO.
           MOVE WS-TOT-ABERTAS          TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO         TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "OCUPANTES ALEM DO QUADRO" TO WS-R-ROTULO.
           MOVE WS-TOT-EXCEDENTES       TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO         TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "OCUPANTES SEM QUADRO"  TO WS-R-ROTULO.
           MOVE WS-TOT-SEM-QUADRO       TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO         TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       END PROGRAM QUADRO-VAGAS-RELATORIO.
