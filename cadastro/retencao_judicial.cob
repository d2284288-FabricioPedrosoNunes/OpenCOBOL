       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCAO-JUDICIAL.

      * Maintenance of lawsuit holds (data/retencao-judicial.dat,
      * copybooks/RETENCAO.cpy) - the labor or civil case number
      * that keeps an employee's personal data out of
      * ANONIMIZA-DESLIGADOS until the case closes. The employee
      * is looked up on the live master and, failing that, on the
      * history master ARQUIVA-DESLIGADOS keeps, since most holds
      * concern people long gone. Closing a hold keeps the record
      * with its closing date; opening a new case on the same
      * employee reuses it. Same menu-and-audit pattern the other
      * cadastros follow, with the chain lock and per-record
      * travas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCAO-MASTER ASSIGN TO
                   "data/retencao-judicial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-CODFUNC
               FILE STATUS IS WS-FS-RETENCAO.

           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT HISTORICO-MASTER ASSIGN TO
                   "data/funcmast-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-CODFUNC
               FILE STATUS IS WS-FS-HISTORICO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
      * session backs off instead of rewriting blind.
           SELECT CADEIA-LOCK ASSIGN TO "data/cadeia-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCK.

           SELECT REGISTRO-TRAVAS ASSIGN TO "data/registro-travas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-CHAVE
               FILE STATUS IS WS-FS-TRAVAS.

       DATA DIVISION.

       FILE SECTION.
       FD  RETENCAO-MASTER.
       COPY RETENCAO.

       FD  FUNCIONARIO-MASTER.
       01  FM-FUNCIONARIO.
           05 FM-CODFUNC PIC 9(6).
           05 FM-NOME    PIC X(20).
           05 FM-RESTO   PIC X(162).

       FD  HISTORICO-MASTER.
       01  HM-FUNCIONARIO.
           05 HM-CODFUNC PIC 9(6).
           05 HM-NOME    PIC X(20).
           05 HM-RESTO   PIC X(162).

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-RETENCAO PIC XX.
           88 WS-RETENCAO-OK         VALUE "00".
           88 WS-RETENCAO-NAO-EXISTE VALUE "35".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-HISTORICO PIC XX.
           88 WS-HISTORICO-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-FS-TRAVAS PIC XX.
           88 WS-TRAVAS-OK         VALUE "00".
           88 WS-TRAVAS-NAO-EXISTE VALUE "35".

       01  WS-TRAVA-OBTIDA PIC X VALUE "N".
           88 WS-TEM-TRAVA VALUE "S".

       01  WS-AUD-OPERACAO PIC X(10).
       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-AUD-ANTES    PIC X(30).
       01  WS-AUD-DEPOIS   PIC X(30).

       01  WS-COD-VALIDO  PIC X VALUE "N".
       01  WS-COD-ENTRADA PIC 9(6).

       01  WS-NOME-FUNCIONARIO PIC X(20).
       01  WS-FUNCIONARIO-ACHADO PIC X VALUE "N".
           88 WS-FUNCIONARIO-EXISTE VALUE "S".

       01  WS-PROCESSO-ENTRADA PIC X(25).

       01  WS-OPCAO       PIC 9 VALUE 0.
       01  WS-CONTINUAR   PIC X VALUE "S".
           88 WS-DEVE-CONTINUAR VALUE "S".

      * Signed-on session (common/autenticar_operador.cob) and the
      * per-option permission check (common/verificar_permissao.cob).
       COPY AUTENTICAR.
       COPY VERIFPERM.

      * Parameter area of the shared field validator
      * (common/validar_campo.cob).
       COPY VALIDACAMPO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICAR-CADEIA-NOTURNA.
           PERFORM IDENTIFICAR-OPERADOR.
           PERFORM ABRIR-TRAVAS.

           OPEN I-O RETENCAO-MASTER.

           IF WS-RETENCAO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE RETENCAO-MASTER
               OPEN OUTPUT RETENCAO-MASTER
               CLOSE RETENCAO-MASTER
               OPEN I-O RETENCAO-MASTER
           END-IF.

           IF NOT WS-RETENCAO-OK
               DISPLAY "RETENCAO-JUDICIAL: ERRO NA ABERTURA - "
                       WS-FS-RETENCAO
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE RETENCAO-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== RETENCAO JUDICIAL DE DADOS ====".
           DISPLAY "1 - ABRIR RETENCAO".
           DISPLAY "2 - ENCERRAR RETENCAO".
           DISPLAY "3 - CONSULTAR".
           DISPLAY "4 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the personnel-side perfis
      * (auxiliar de RH and supervisor), consulta and SAIR to every
      * perfil - an override on data/permissoes.dat replaces this
      * default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 2
                   MOVE "RS" TO VP-PERFIS-PADRAO
               WHEN OTHER
                   MOVE "RASC" TO VP-PERFIS-PADRAO
           END-EVALUATE.
           CALL "VERIFICAR-PERMISSAO" USING VP-PARAMETROS.
           IF VP-PERMITIDO
               PERFORM EXECUTAR-OPCAO
           END-IF.

       EXECUTAR-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM ABRIR-RETENCAO
               WHEN 2 PERFORM ENCERRAR-RETENCAO
               WHEN 3 PERFORM CONSULTAR-RETENCAO
               WHEN 4 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ABRIR-RETENCAO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               PERFORM LOCALIZAR-FUNCIONARIO
               IF NOT WS-FUNCIONARIO-EXISTE
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO NO MASTER "
                           "NEM NO HISTORICO: " WS-COD-ENTRADA
               ELSE
                   DISPLAY "FUNCIONARIO: " WS-NOME-FUNCIONARIO
                   MOVE WS-COD-ENTRADA TO TV-REGISTRO
                   PERFORM OBTER-TRAVA
                   IF WS-TEM-TRAVA
                       PERFORM ABRIR-RETENCAO-TRAVADA
                       PERFORM LIBERAR-TRAVA
                   END-IF
               END-IF
           END-IF.

      * A closed hold on file is reopened in place for the new case;
      * an open one has to be closed first, so a case number is
      * never overwritten while it still binds. The case number goes
      * through the shared validator; nothing is written when its
      * attempts run out.
       ABRIR-RETENCAO-TRAVADA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NUMERO DO PROCESSO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-PROCESSO-ENTRADA
               PERFORM GRAVAR-RETENCAO
           END-IF.

       GRAVAR-RETENCAO.
           MOVE WS-COD-ENTRADA TO RJ-CODFUNC.
           READ RETENCAO-MASTER
               INVALID KEY
                   PERFORM MONTAR-RETENCAO
                   WRITE RJ-RETENCAO
                       INVALID KEY
                           DISPLAY "ERRO NA GRAVACAO: " RJ-CODFUNC
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AUD-ANTES
                           PERFORM REGISTRAR-ABERTURA
                   END-WRITE
               NOT INVALID KEY
                   IF RJ-ABERTA
                       DISPLAY "RETENCAO JA ABERTA - PROCESSO "
                               RJ-PROCESSO
                   ELSE
                       MOVE RJ-PROCESSO TO WS-AUD-ANTES
                       PERFORM MONTAR-RETENCAO
                       REWRITE RJ-RETENCAO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: "
                                       RJ-CODFUNC
                           NOT INVALID KEY
                               PERFORM REGISTRAR-ABERTURA
                       END-REWRITE
                   END-IF
           END-READ.

       MONTAR-RETENCAO.
           MOVE WS-COD-ENTRADA      TO RJ-CODFUNC.
           MOVE WS-PROCESSO-ENTRADA TO RJ-PROCESSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATA-ABERTURA.
           MOVE 0 TO RJ-DATA-ENCERRAMENTO.
           SET RJ-ABERTA TO TRUE.

       REGISTRAR-ABERTURA.
           DISPLAY "RETENCAO ABERTA: " RJ-CODFUNC.
           MOVE "ABERTURA"  TO WS-AUD-OPERACAO.
           MOVE "RETENCAO"  TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-AUD-DEPOIS.
           STRING RJ-CODFUNC " " RJ-PROCESSO
               DELIMITED BY SIZE INTO WS-AUD-DEPOIS.
           PERFORM REGISTRAR-AUDITORIA.

       ENCERRAR-RETENCAO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ENCERRAR-RETENCAO-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ENCERRAR-RETENCAO-TRAVADA.
           MOVE WS-COD-ENTRADA TO RJ-CODFUNC.
           READ RETENCAO-MASTER
               INVALID KEY
                   DISPLAY "RETENCAO NAO ENCONTRADA: " RJ-CODFUNC
               NOT INVALID KEY
                   IF NOT RJ-ABERTA
                       DISPLAY "RETENCAO JA ENCERRADA EM "
                               RJ-DATA-ENCERRAMENTO
                   ELSE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO RJ-DATA-ENCERRAMENTO
                       SET RJ-ENCERRADA TO TRUE
                       REWRITE RJ-RETENCAO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: "
                                       RJ-CODFUNC
                           NOT INVALID KEY
                               DISPLAY "RETENCAO ENCERRADA: "
                                       RJ-CODFUNC
                               MOVE "ENCERRA"  TO WS-AUD-OPERACAO
                               MOVE "RETENCAO" TO WS-AUD-CAMPO
                               MOVE SPACES TO WS-AUD-ANTES
                               STRING RJ-CODFUNC " " RJ-PROCESSO
                                   DELIMITED BY SIZE
                                   INTO WS-AUD-ANTES
                               MOVE SPACES TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       CONSULTAR-RETENCAO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO RJ-CODFUNC
               READ RETENCAO-MASTER
                   INVALID KEY
                       DISPLAY "RETENCAO NAO ENCONTRADA: " RJ-CODFUNC
                   NOT INVALID KEY
                       DISPLAY "CODIGO......: " RJ-CODFUNC
                       DISPLAY "PROCESSO....: " RJ-PROCESSO
                       DISPLAY "ABERTURA....: " RJ-DATA-ABERTURA
                       DISPLAY "ENCERRAMENTO: " RJ-DATA-ENCERRAMENTO
                       DISPLAY "SITUACAO....: " RJ-SITUACAO
               END-READ
           END-IF.

      * The employee must exist somewhere - the live master first,
      * then the history of the archived.
       LOCALIZAR-FUNCIONARIO.
           MOVE "N" TO WS-FUNCIONARIO-ACHADO.
           MOVE SPACES TO WS-NOME-FUNCIONARIO.

           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-MASTER-OK
               MOVE WS-COD-ENTRADA TO FM-CODFUNC
               READ FUNCIONARIO-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-FUNCIONARIO-ACHADO
                       MOVE FM-NOME TO WS-NOME-FUNCIONARIO
               END-READ
               CLOSE FUNCIONARIO-MASTER
           END-IF.

           IF NOT WS-FUNCIONARIO-EXISTE
               OPEN INPUT HISTORICO-MASTER
               IF WS-HISTORICO-OK
                   MOVE WS-COD-ENTRADA TO HM-CODFUNC
                   READ HISTORICO-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-FUNCIONARIO-ACHADO
                           MOVE HM-NOME TO WS-NOME-FUNCIONARIO
                   END-READ
                   CLOSE HISTORICO-MASTER
               END-IF
           END-IF.

      * Code through the shared validator - WS-COD-VALIDO stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-COD.
           MOVE "N" TO WS-COD-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO FUNCIONARIO" TO VC-ROTULO.
           MOVE 1      TO VC-MINIMO.
           MOVE 999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-COD-ENTRADA
               MOVE "S" TO WS-COD-VALIDO
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "RETJUD" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "RETENCAO-JUDICIAL: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

      * The nightly chain owns every master while it runs - an
      * update landing mid-pass could poison every file downstream
      * of the folha, so the cadastro refuses to start.
       VERIFICAR-CADEIA-NOTURNA.
           OPEN INPUT CADEIA-LOCK.
           IF WS-LOCK-OK
               READ CADEIA-LOCK
                   AT END CONTINUE
                   NOT AT END
                       IF CL-EM-EXECUCAO
                           DISPLAY "RETENCAO-JUDICIAL: CADEIA "
                                   "NOTURNA EM EXECUCAO "
                                   "DESDE " CL-DATA " "
                                   CL-HORA " - TENTE MAIS TARDE"
                           CLOSE CADEIA-LOCK
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CADEIA-LOCK
           END-IF.

       ABRIR-TRAVAS.
           OPEN I-O REGISTRO-TRAVAS.
           IF WS-TRAVAS-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE REGISTRO-TRAVAS
               OPEN OUTPUT REGISTRO-TRAVAS
               CLOSE REGISTRO-TRAVAS
               OPEN I-O REGISTRO-TRAVAS
           END-IF.
           IF NOT WS-TRAVAS-OK
               DISPLAY "RETENCAO-JUDICIAL: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "RETENCAO" TO TV-ARQUIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TV-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TV-HORA.
           WRITE TV-TRAVA
               INVALID KEY
                   DISPLAY "REGISTRO EM USO POR OUTRA SESSAO: "
                           TV-REGISTRO
               NOT INVALID KEY
                   MOVE "S" TO WS-TRAVA-OBTIDA
           END-WRITE.

       LIBERAR-TRAVA.
           IF WS-TEM-TRAVA
               DELETE REGISTRO-TRAVAS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE "N" TO WS-TRAVA-OBTIDA
           END-IF.

      * Appends one before/after image to AUDITTRAIL for the field
      * named in WS-AUD-CAMPO. Caller sets WS-AUD-OPERACAO/CAMPO/
      * ANTES/DEPOIS before performing this.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE "RETJUD"        TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM RETENCAO-JUDICIAL.
