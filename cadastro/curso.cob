       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURSO.

      * Maintenance of the mandatory training catalogue
      * (data/cursos.dat, copybooks/CURSO.cpy) - each course with
      * the months its certificate stays valid - and of the
      * requirements table (data/cursos-cargo.dat,
      * copybooks/CURSOCARGO.cpy) saying which courses each cargo
      * must hold: NR-10 for the electricians, NR-35 for work at
      * height, brigada de incendio, and whatever the inspection
      * adds next. Same menu-and-audit pattern cadastro/cargo.cob
      * applies, with the chain lock and per-record travas; the
      * cargo of a requirement must be on the cargo master when it
      * is on file, and its course on the catalogue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSO-MASTER ASSIGN TO "data/cursos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CODIGO
               FILE STATUS IS WS-FS-CURSO.

           SELECT CURSO-CARGO-MASTER ASSIGN TO "data/cursos-cargo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHAVE
               FILE STATUS IS WS-FS-CURSO-CARGO.

           SELECT CARGO-MASTER ASSIGN TO "data/cargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WS-FS-CARGOS.

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
       FD  CURSO-MASTER.
       COPY CURSO.

       FD  CURSO-CARGO-MASTER.
       COPY CURSOCARGO.

       FD  CARGO-MASTER.
       COPY CARGO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-CURSO PIC XX.
           88 WS-CURSO-OK         VALUE "00".
           88 WS-CURSO-NAO-ACHOU  VALUE "23".
           88 WS-CURSO-NAO-EXISTE VALUE "35".

       01  WS-FS-CURSO-CARGO PIC XX.
           88 WS-CURSO-CARGO-OK         VALUE "00".
           88 WS-CURSO-CARGO-NAO-EXISTE VALUE "35".

       01  WS-FS-CARGOS PIC XX.
           88 WS-CARGOS-OK VALUE "00".

       01  WS-VALIDA-CARGO PIC X VALUE "N".
           88 WS-DEVE-VALIDAR-CARGO VALUE "S".

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

       01  WS-CURSO-ENTRADA PIC X(6).
       01  WS-COD-VALIDO    PIC X VALUE "N".
       01  WS-DADOS-VALIDOS PIC X VALUE "N".

       01  WS-EXIGENCIA-ENTRADA.
           05 WS-CARGO-ENTRADA PIC 9(4).
           05 WS-CURSO-EXIGIDO PIC X(6).

       01  WS-CHAVE-VALIDA PIC X VALUE "N".
           88 WS-CHAVE-ACEITA VALUE "S".

      * Audit image of a course - validity in months and title.
       01  WS-CURSO-IMAGEM.
           05 WS-IM-VALIDADE  PIC 9(3).
           05 FILLER          PIC X(1) VALUE "/".
           05 WS-IM-DESCRICAO PIC X(26).

       01  WS-QTD-EXIGENCIAS PIC 9(3).

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

           OPEN I-O CURSO-MASTER.

           IF WS-CURSO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE CURSO-MASTER
               OPEN OUTPUT CURSO-MASTER
               CLOSE CURSO-MASTER
               OPEN I-O CURSO-MASTER
           END-IF.

           IF NOT WS-CURSO-OK
               DISPLAY "CURSO: ERRO NA ABERTURA - " WS-FS-CURSO
               STOP RUN
           END-IF.

           OPEN I-O CURSO-CARGO-MASTER.

           IF WS-CURSO-CARGO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE CURSO-CARGO-MASTER
               OPEN OUTPUT CURSO-CARGO-MASTER
               CLOSE CURSO-CARGO-MASTER
               OPEN I-O CURSO-CARGO-MASTER
           END-IF.

           IF NOT WS-CURSO-CARGO-OK
               DISPLAY "CURSO: ERRO NA ABERTURA DAS EXIGENCIAS - "
                       WS-FS-CURSO-CARGO
               CLOSE CURSO-MASTER
               STOP RUN
           END-IF.

           OPEN INPUT CARGO-MASTER.
           IF WS-CARGOS-OK
               MOVE "S" TO WS-VALIDA-CARGO
           ELSE
               DISPLAY "CURSO: CADASTRO DE CARGOS "
                       "INDISPONIVEL - CARGO NAO SERA VALIDADO"
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE CURSO-MASTER.
           CLOSE CURSO-CARGO-MASTER.
           IF WS-DEVE-VALIDAR-CARGO
               CLOSE CARGO-MASTER
           END-IF.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== CURSOS E TREINAMENTOS OBRIGATORIOS ====".
           DISPLAY "1 - ADICIONAR CURSO".
           DISPLAY "2 - ALTERAR CURSO".
           DISPLAY "3 - CONSULTAR CURSO".
           DISPLAY "4 - INCLUIR EXIGENCIA DO CARGO".
           DISPLAY "5 - EXCLUIR EXIGENCIA DO CARGO".
           DISPLAY "6 - LISTAR EXIGENCIAS DO CARGO".
           DISPLAY "7 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the personnel-side perfis
      * (auxiliar de RH and supervisor), consultas and SAIR to
      * every perfil - an override on data/permissoes.dat replaces
      * this default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 2
               WHEN 4 THRU 5
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
               WHEN 1 PERFORM ADICIONAR-CURSO
               WHEN 2 PERFORM ALTERAR-CURSO
               WHEN 3 PERFORM CONSULTAR-CURSO
               WHEN 4 PERFORM INCLUIR-EXIGENCIA
               WHEN 5 PERFORM EXCLUIR-EXIGENCIA
               WHEN 6 PERFORM LISTAR-EXIGENCIAS
               WHEN 7 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ADICIONAR-CURSO.
           PERFORM ACEITAR-CURSO.
           IF WS-COD-VALIDO = "S"
               MOVE WS-CURSO-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-CURSO-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       ADICIONAR-CURSO-TRAVADO.
           MOVE WS-CURSO-ENTRADA TO CU-CODIGO.
           PERFORM ACEITAR-DADOS-CURSO.

           IF WS-DADOS-VALIDOS = "S"
               WRITE CU-CURSO
                   INVALID KEY
                       DISPLAY "CURSO JA CADASTRADO: " CU-CODIGO
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "CURSO" TO WS-AUD-CAMPO
                       MOVE SPACES TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-CURSO
                       MOVE WS-CURSO-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

      * A new validity only applies to trainings recorded from now
      * on - certificates already issued keep the expiry they got.
       ALTERAR-CURSO.
           PERFORM ACEITAR-CURSO.
           IF WS-COD-VALIDO = "S"
               MOVE WS-CURSO-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-CURSO-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       ALTERAR-CURSO-TRAVADO.
           MOVE WS-CURSO-ENTRADA TO CU-CODIGO.
           READ CURSO-MASTER
               INVALID KEY
                   DISPLAY "CURSO NAO ENCONTRADO: " CU-CODIGO
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-CURSO
                   MOVE WS-CURSO-IMAGEM TO WS-AUD-ANTES
                   PERFORM ACEITAR-DADOS-CURSO
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE CU-CURSO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " CU-CODIGO
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "CURSO" TO WS-AUD-CAMPO
                               PERFORM MONTAR-IMAGEM-CURSO
                               MOVE WS-CURSO-IMAGEM TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       CONSULTAR-CURSO.
           PERFORM ACEITAR-CURSO.
           IF WS-COD-VALIDO = "S"
               MOVE WS-CURSO-ENTRADA TO CU-CODIGO
               READ CURSO-MASTER
                   INVALID KEY
                       DISPLAY "CURSO NAO ENCONTRADO: " CU-CODIGO
                   NOT INVALID KEY
                       DISPLAY "CURSO..........: " CU-CODIGO
                       DISPLAY "DESCRICAO......: " CU-DESCRICAO
                       DISPLAY "VALIDADE (MESES): " CU-VALIDADE-MESES
               END-READ
           END-IF.

       INCLUIR-EXIGENCIA.
           PERFORM ACEITAR-EXIGENCIA.
           IF WS-CHAVE-ACEITA
               MOVE WS-EXIGENCIA-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA-EXIGENCIA
               IF WS-TEM-TRAVA
                   PERFORM INCLUIR-EXIGENCIA-TRAVADA
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.

       INCLUIR-EXIGENCIA-TRAVADA.
           MOVE WS-CARGO-ENTRADA TO CC-CARGO.
           MOVE WS-CURSO-EXIGIDO TO CC-CURSO.
           WRITE CC-CURSO-CARGO
               INVALID KEY
                   DISPLAY "EXIGENCIA JA CADASTRADA: " CC-CARGO
                           "/" CC-CURSO
               NOT INVALID KEY
                   DISPLAY "EXIGENCIA INCLUIDA: " CC-CARGO
                           "/" CC-CURSO
                   MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                   MOVE "CURSO-CARGO" TO WS-AUD-CAMPO
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE CC-CHAVE TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

      * A requirement is removed outright - the cargo simply stops
      * needing the course; the audit trail keeps that it did.
       EXCLUIR-EXIGENCIA.
           PERFORM ACEITAR-EXIGENCIA-CHAVE.
           IF WS-CHAVE-ACEITA
               MOVE WS-EXIGENCIA-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA-EXIGENCIA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM EXCLUIR-EXIGENCIA-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       EXCLUIR-EXIGENCIA-TRAVADA.
           MOVE WS-CARGO-ENTRADA TO CC-CARGO.
           MOVE WS-CURSO-EXIGIDO TO CC-CURSO.
           DELETE CURSO-CARGO-MASTER RECORD
               INVALID KEY
                   DISPLAY "EXIGENCIA NAO ENCONTRADA: " CC-CARGO
                           "/" CC-CURSO
               NOT INVALID KEY
                   DISPLAY "EXIGENCIA EXCLUIDA: " CC-CARGO
                           "/" CC-CURSO
                   MOVE "EXCLUSAO" TO WS-AUD-OPERACAO
                   MOVE "CURSO-CARGO" TO WS-AUD-CAMPO
                   MOVE CC-CHAVE TO WS-AUD-ANTES
                   MOVE SPACES TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-DELETE.

      * Lists every course one cargo requires by START on the cargo
      * and sequential reads while the cargo still matches, with
      * each course's title and validity off the catalogue.
       LISTAR-EXIGENCIAS.
           PERFORM ACEITAR-CARGO.
           IF WS-CHAVE-ACEITA
               PERFORM LISTAR-EXIGENCIAS-CARGO
           END-IF.

       LISTAR-EXIGENCIAS-CARGO.
           MOVE WS-CARGO-ENTRADA TO CC-CARGO.
           MOVE LOW-VALUES TO CC-CURSO.
           MOVE 0 TO WS-QTD-EXIGENCIAS.
           START CURSO-CARGO-MASTER KEY IS NOT LESS THAN CC-CHAVE
               INVALID KEY CONTINUE
           END-START.

           IF WS-CURSO-CARGO-OK
               PERFORM LER-PROXIMA-EXIGENCIA
               PERFORM UNTIL NOT WS-CURSO-CARGO-OK
                       OR CC-CARGO NOT = WS-CARGO-ENTRADA
                   ADD 1 TO WS-QTD-EXIGENCIAS
                   MOVE CC-CURSO TO CU-CODIGO
                   READ CURSO-MASTER
                       INVALID KEY
                           MOVE "(FORA DO CATALOGO)" TO CU-DESCRICAO
                           MOVE 0 TO CU-VALIDADE-MESES
                   END-READ
                   DISPLAY CC-CURSO " " CU-DESCRICAO " "
                           CU-VALIDADE-MESES " MESES"
                   PERFORM LER-PROXIMA-EXIGENCIA
               END-PERFORM
           END-IF.

           IF WS-QTD-EXIGENCIAS = 0
               DISPLAY "NENHUMA EXIGENCIA PARA O CARGO: "
                       WS-CARGO-ENTRADA
           END-IF.

       LER-PROXIMA-EXIGENCIA.
           READ CURSO-CARGO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

      * Code through the shared validator - WS-COD-VALIDO stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-CURSO.
           MOVE "N" TO WS-COD-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O CODIGO DO CURSO (ATE 6 POSICOES)"
               TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-CURSO-ENTRADA
               MOVE "S" TO WS-COD-VALIDO
           END-IF.

      * Each field through the shared validator in turn; a field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the record is not written.
       ACEITAR-DADOS-CURSO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME A DESCRICAO DO CURSO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO CU-DESCRICAO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A VALIDADE EM MESES (0 = NAO EXPIRA)"
                   TO VC-ROTULO
               MOVE 0   TO VC-MINIMO
               MOVE 999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO CU-VALIDADE-MESES
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

      * Cargo and course of a requirement - WS-CHAVE-VALIDA stays
      * "N" when either runs out of attempts.
       ACEITAR-EXIGENCIA-CHAVE.
           PERFORM ACEITAR-CARGO.
           IF WS-CHAVE-ACEITA
               PERFORM ACEITAR-CURSO
               IF WS-COD-VALIDO = "S"
                   MOVE WS-CURSO-ENTRADA TO WS-CURSO-EXIGIDO
               ELSE
                   MOVE "N" TO WS-CHAVE-VALIDA
               END-IF
           END-IF.

       ACEITAR-CARGO.
           MOVE "N" TO WS-CHAVE-VALIDA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO CARGO" TO VC-ROTULO.
           MOVE 1    TO VC-MINIMO.
           MOVE 9999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-CARGO-ENTRADA
               MOVE "S" TO WS-CHAVE-VALIDA
           END-IF.

      * A new requirement must name a registered cargo (when the
      * cargo master is on file) and a course on the catalogue.
       ACEITAR-EXIGENCIA.
           PERFORM ACEITAR-EXIGENCIA-CHAVE.
           IF WS-CHAVE-ACEITA AND WS-DEVE-VALIDAR-CARGO
               MOVE WS-CARGO-ENTRADA TO CG-CODIGO
               READ CARGO-MASTER
                   INVALID KEY
                       DISPLAY "CARGO NAO CADASTRADO: "
                               WS-CARGO-ENTRADA
                       MOVE "N" TO WS-CHAVE-VALIDA
                   NOT INVALID KEY
                       DISPLAY "CARGO.......: " CG-TITULO
               END-READ
           END-IF.
           IF WS-CHAVE-ACEITA
               MOVE WS-CURSO-EXIGIDO TO CU-CODIGO
               READ CURSO-MASTER
                   INVALID KEY
                       DISPLAY "CURSO NAO CADASTRADO: "
                               WS-CURSO-EXIGIDO
                       MOVE "N" TO WS-CHAVE-VALIDA
                   NOT INVALID KEY
                       DISPLAY "CURSO.......: " CU-DESCRICAO
               END-READ
           END-IF.

       MONTAR-IMAGEM-CURSO.
           MOVE CU-VALIDADE-MESES TO WS-IM-VALIDADE.
           MOVE CU-DESCRICAO      TO WS-IM-DESCRICAO.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "CURSO" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "CURSO: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "CURSO: CADEIA NOTURNA EM "
                                   "EXECUCAO DESDE " CL-DATA " "
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
               DISPLAY "CURSO: ERRO ABRINDO TRAVAS - " WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "CURSOS" TO TV-ARQUIVO.
           PERFORM GRAVAR-TRAVA.

       OBTER-TRAVA-EXIGENCIA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "CURSOSCARGO" TO TV-ARQUIVO.
           PERFORM GRAVAR-TRAVA.

       GRAVAR-TRAVA.
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
           MOVE "CURSO"         TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM CURSO.
