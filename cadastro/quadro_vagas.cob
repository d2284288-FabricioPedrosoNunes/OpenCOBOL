       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADRO-VAGAS.

      * Maintenance of the position control master
      * (data/quadro-vagas.dat, copybooks/QUADROVAGAS.cpy) - the
      * seats each department is authorized to fill per cargo, and
      * from when to when. Keyed by the official department code
      * and the cargo code, both of which must be on their
      * masters. Authorizing seats is a supervisor's call; same
      * menu-and-audit pattern cadastro/orcamento.cob applies, with
      * the chain lock and per-record travas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUADRO-VAGAS-MASTER ASSIGN TO "data/quadro-vagas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QV-CHAVE
               FILE STATUS IS WS-FS-QUADRO.

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
       FD  QUADRO-VAGAS-MASTER.
       COPY QUADROVAGAS.

       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

       FD  CARGO-MASTER.
       COPY CARGO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-QUADRO PIC XX.
           88 WS-QUADRO-OK         VALUE "00".
           88 WS-QUADRO-NAO-ACHOU  VALUE "23".
           88 WS-QUADRO-NAO-EXISTE VALUE "35".

       01  WS-FS-DEPARTAMENTO PIC XX.
           88 WS-DEPARTAMENTO-OK VALUE "00".

       01  WS-FS-CARGOS PIC XX.
           88 WS-CARGOS-OK VALUE "00".

      * A seat for a department or cargo nobody registered would
      * never be filled - both are checked when their masters are
      * on file, the same allowance the movement intake makes.
       01  WS-VALIDA-DEPARTAMENTO PIC X VALUE "N".
           88 WS-DEVE-VALIDAR-DEPTO VALUE "S".

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

       01  WS-CHAVE-ENTRADA.
           05 WS-DEPTO-ENTRADA PIC 9(4).
           05 WS-CARGO-ENTRADA PIC 9(4).

       01  WS-CHAVE-VALIDA PIC X VALUE "N".
           88 WS-CHAVE-ACEITA VALUE "S".

      * S dates taken, N attempts ran out, P dates to re-key
       01  WS-DATAS-VALIDAS PIC X VALUE "N".
           88 WS-DATAS-ACEITAS VALUE "S".

       01  WS-ANTES-IMAGEM  PIC X(30).
       01  WS-DEPOIS-IMAGEM PIC X(30).

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

           OPEN I-O QUADRO-VAGAS-MASTER.

           IF WS-QUADRO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE QUADRO-VAGAS-MASTER
               OPEN OUTPUT QUADRO-VAGAS-MASTER
               CLOSE QUADRO-VAGAS-MASTER
               OPEN I-O QUADRO-VAGAS-MASTER
           END-IF.

           IF NOT WS-QUADRO-OK
               DISPLAY "QUADRO-VAGAS: ERRO NA ABERTURA - "
                       WS-FS-QUADRO
               STOP RUN
           END-IF.

           OPEN INPUT DEPARTAMENTO-MASTER.
           IF WS-DEPARTAMENTO-OK
               MOVE "S" TO WS-VALIDA-DEPARTAMENTO
           ELSE
               DISPLAY "QUADRO-VAGAS: CADASTRO DE DEPARTAMENTOS "
                       "INDISPONIVEL - DEPARTAMENTO NAO SERA "
                       "VALIDADO"
           END-IF.

           OPEN INPUT CARGO-MASTER.
           IF WS-CARGOS-OK
               MOVE "S" TO WS-VALIDA-CARGO
           ELSE
               DISPLAY "QUADRO-VAGAS: CADASTRO DE CARGOS "
                       "INDISPONIVEL - CARGO NAO SERA VALIDADO"
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE QUADRO-VAGAS-MASTER.
           IF WS-DEVE-VALIDAR-DEPTO
               CLOSE DEPARTAMENTO-MASTER
           END-IF.
           IF WS-DEVE-VALIDAR-CARGO
               CLOSE CARGO-MASTER
           END-IF.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== QUADRO DE VAGAS ====".
           DISPLAY "1 - ADICIONAR".
           DISPLAY "2 - ALTERAR".
           DISPLAY "3 - CONSULTAR".
           DISPLAY "4 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Authorizing seats is the supervisor's, consulta and SAIR
      * every perfil's - an override on data/permissoes.dat
      * replaces this default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 2
                   MOVE "S" TO VP-PERFIS-PADRAO
               WHEN OTHER
                   MOVE "RASC" TO VP-PERFIS-PADRAO
           END-EVALUATE.
           CALL "VERIFICAR-PERMISSAO" USING VP-PARAMETROS.
           IF VP-PERMITIDO
               PERFORM EXECUTAR-OPCAO
           END-IF.

       EXECUTAR-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM ADICIONAR-QUADRO
               WHEN 2 PERFORM ALTERAR-QUADRO
               WHEN 3 PERFORM CONSULTAR-QUADRO
               WHEN 4 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ADICIONAR-QUADRO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-ACEITA
               MOVE WS-CHAVE-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
               IF WS-TEM-TRAVA
                   PERFORM ADICIONAR-QUADRO-TRAVADO
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.

       ADICIONAR-QUADRO-TRAVADO.
           MOVE WS-DEPTO-ENTRADA TO QV-DEPARTAMENTO.
           MOVE WS-CARGO-ENTRADA TO QV-CARGO.
           PERFORM ACEITAR-DADOS-QUADRO.

           IF WS-DATAS-ACEITAS
               WRITE QV-QUADRO-VAGAS
                   INVALID KEY
                       DISPLAY "QUADRO JA CADASTRADO: "
                               QV-DEPARTAMENTO "/" QV-CARGO
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "QUADRO-VAGAS" TO WS-AUD-CAMPO
                       MOVE SPACES TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-DEPOIS
                       MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-QUADRO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-ACEITA
               MOVE WS-CHAVE-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
               IF WS-TEM-TRAVA
                   PERFORM ALTERAR-QUADRO-TRAVADO
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.

      * Closing an authorization is an ALTERAR with an end date -
      * the record stays, so the vacancy report can still say
      * when the seats stopped counting.
       ALTERAR-QUADRO-TRAVADO.
           MOVE WS-DEPTO-ENTRADA TO QV-DEPARTAMENTO.
           MOVE WS-CARGO-ENTRADA TO QV-CARGO.
           READ QUADRO-VAGAS-MASTER
               INVALID KEY
                   DISPLAY "QUADRO NAO ENCONTRADO: "
                           QV-DEPARTAMENTO "/" QV-CARGO
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-ANTES
                   PERFORM ACEITAR-DADOS-QUADRO
                   IF WS-DATAS-ACEITAS
                       REWRITE QV-QUADRO-VAGAS
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: "
                                       QV-DEPARTAMENTO "/" QV-CARGO
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "QUADRO-VAGAS" TO WS-AUD-CAMPO
                               MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES
                               PERFORM MONTAR-IMAGEM-DEPOIS
                               MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       CONSULTAR-QUADRO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-ACEITA
               MOVE WS-DEPTO-ENTRADA TO QV-DEPARTAMENTO
               MOVE WS-CARGO-ENTRADA TO QV-CARGO
               READ QUADRO-VAGAS-MASTER
                   INVALID KEY
                       DISPLAY "QUADRO NAO ENCONTRADO: "
                               QV-DEPARTAMENTO "/" QV-CARGO
                   NOT INVALID KEY
                       DISPLAY "DEPARTAMENTO: " QV-DEPARTAMENTO
                       DISPLAY "CARGO.......: " QV-CARGO
                       DISPLAY "AUTORIZADAS.: " QV-QTD-AUTORIZADA
                       DISPLAY "INICIO......: " QV-DATA-INICIO
                       DISPLAY "FIM.........: " QV-DATA-FIM
               END-READ
           END-IF.

      * Both halves of the key through the shared validator, then
      * each must name a registered department and cargo when their
      * masters are on file.
       ACEITAR-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO DEPARTAMENTO" TO VC-ROTULO.
           MOVE 1    TO VC-MINIMO.
           MOVE 9999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-DEPTO-ENTRADA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O CODIGO DO CARGO" TO VC-ROTULO
               MOVE 1    TO VC-MINIMO
               MOVE 9999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-CARGO-ENTRADA
               MOVE "S" TO WS-CHAVE-VALIDA
           END-IF.
           IF WS-CHAVE-ACEITA AND WS-DEVE-VALIDAR-DEPTO
               MOVE WS-DEPTO-ENTRADA TO DP-CODIGO
               READ DEPARTAMENTO-MASTER
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO NAO CADASTRADO: "
                               WS-DEPTO-ENTRADA
                       MOVE "N" TO WS-CHAVE-VALIDA
                   NOT INVALID KEY
                       DISPLAY "DEPARTAMENTO: " DP-NOME
               END-READ
           END-IF.
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

      * The dates are re-keyed together while the end comes before
      * the start; a field that runs out of attempts leaves
      * WS-DATAS-VALIDAS "N" and the record is not written.
       ACEITAR-DADOS-QUADRO.
           MOVE "N" TO WS-DATAS-VALIDAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME A QUANTIDADE DE VAGAS AUTORIZADAS"
               TO VC-ROTULO.
           MOVE 0     TO VC-MINIMO.
           MOVE 99999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO QV-QTD-AUTORIZADA
               MOVE "P" TO WS-DATAS-VALIDAS
               PERFORM UNTIL WS-DATAS-VALIDAS NOT = "P"
                   PERFORM ACEITAR-VIGENCIA
               END-PERFORM
           END-IF.

      * A blank end date is an open-ended authorization, kept on
      * file as zero.
       ACEITAR-VIGENCIA.
           MOVE "N" TO WS-DATAS-VALIDAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-DATA TO TRUE.
           MOVE "INFORME O INICIO DA VIGENCIA (AAAAMMDD)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO QV-DATA-INICIO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-DATA TO TRUE
               MOVE "INFORME O FIM DA VIGENCIA (AAAAMMDD OU BRANCO)"
                   TO VC-ROTULO
               MOVE "S" TO VC-OPCIONAL
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               EVALUATE TRUE
                   WHEN VC-EM-BRANCO
                       MOVE 0 TO QV-DATA-FIM
                       MOVE "S" TO WS-DATAS-VALIDAS
                   WHEN NOT VC-ACEITO
                       CONTINUE
                   WHEN VC-VALOR-NUMERICO < QV-DATA-INICIO
                       DISPLAY "FIM ANTERIOR AO INICIO"
                       MOVE "P" TO WS-DATAS-VALIDAS
                   WHEN OTHER
                       MOVE VC-VALOR-NUMERICO TO QV-DATA-FIM
                       MOVE "S" TO WS-DATAS-VALIDAS
               END-EVALUATE
           END-IF.

       MONTAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-ANTES-IMAGEM.
           STRING QV-QTD-AUTORIZADA "/" QV-DATA-INICIO "-"
               QV-DATA-FIM
               DELIMITED BY SIZE INTO WS-ANTES-IMAGEM.

       MONTAR-IMAGEM-DEPOIS.
           MOVE SPACES TO WS-DEPOIS-IMAGEM.
           STRING QV-QTD-AUTORIZADA "/" QV-DATA-INICIO "-"
               QV-DATA-FIM
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "QDVAGAS" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "QUADRO-VAGAS: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "QUADRO-VAGAS: CADEIA NOTURNA EM "
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
               DISPLAY "QUADRO-VAGAS: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "QUADROVAGAS" TO TV-ARQUIVO.
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
           MOVE "QDVAGAS"       TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM QUADRO-VAGAS.
