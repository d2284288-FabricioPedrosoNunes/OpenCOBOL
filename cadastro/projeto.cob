       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJETO.

      * Maintenance of the billable project master
      * (data/projetos.dat, copybooks/PROJETO.cpy): the codes the
      * time clock and the manual ponto lines carry, with the
      * client and the cost center the project's labor is posted
      * to. ALOCACAO-PROJETOS spreads the gross by the hours booked
      * to these codes; an hour on a code missing here stays on the
      * employee's home cost center. Same menu-and-audit pattern
      * cadastro/curso.cob applies, with the chain lock and
      * per-record travas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJETO-MASTER ASSIGN TO "data/projetos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CODIGO
               FILE STATUS IS WS-FS-PROJETO.

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
       FD  PROJETO-MASTER.
       COPY PROJETO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-PROJETO PIC XX.
           88 WS-PROJETO-OK         VALUE "00".
           88 WS-PROJETO-NAO-EXISTE VALUE "35".

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

       01  WS-PROJETO-ENTRADA PIC X(8).
       01  WS-COD-VALIDO      PIC X VALUE "N".

       01  WS-DADOS-VALIDOS PIC X VALUE "N".

      * Audit image of a project - cost center and title.
       01  WS-PROJETO-IMAGEM.
           05 WS-IM-CENTRO    PIC 9(6).
           05 FILLER          PIC X(1) VALUE "/".
           05 WS-IM-DESCRICAO PIC X(23).

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

           OPEN I-O PROJETO-MASTER.

           IF WS-PROJETO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE PROJETO-MASTER
               OPEN OUTPUT PROJETO-MASTER
               CLOSE PROJETO-MASTER
               OPEN I-O PROJETO-MASTER
           END-IF.

           IF NOT WS-PROJETO-OK
               DISPLAY "PROJETO: ERRO NA ABERTURA - " WS-FS-PROJETO
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE PROJETO-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== CADASTRO DE PROJETOS ====".
           DISPLAY "1 - ADICIONAR".
           DISPLAY "2 - ALTERAR".
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
               WHEN 1 PERFORM ADICIONAR-PROJETO
               WHEN 2 PERFORM ALTERAR-PROJETO
               WHEN 3 PERFORM CONSULTAR-PROJETO
               WHEN 4 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ADICIONAR-PROJETO.
           PERFORM ACEITAR-PROJETO.
           IF WS-COD-VALIDO = "S"
               MOVE WS-PROJETO-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-PROJETO-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       ADICIONAR-PROJETO-TRAVADO.
           MOVE WS-PROJETO-ENTRADA TO PJ-CODIGO.
           PERFORM ACEITAR-DADOS-PROJETO.

           IF WS-DADOS-VALIDOS = "S"
               WRITE PJ-PROJETO
                   INVALID KEY
                       DISPLAY "PROJETO JA CADASTRADO: " PJ-CODIGO
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "PROJETO" TO WS-AUD-CAMPO
                       MOVE SPACES TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-PROJETO
                       MOVE WS-PROJETO-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

      * A new cost center applies from the next allocation on -
      * months already posted stay where FOLHA-CONTABIL put them.
       ALTERAR-PROJETO.
           PERFORM ACEITAR-PROJETO.
           IF WS-COD-VALIDO = "S"
               MOVE WS-PROJETO-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-PROJETO-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       ALTERAR-PROJETO-TRAVADO.
           MOVE WS-PROJETO-ENTRADA TO PJ-CODIGO.
           READ PROJETO-MASTER
               INVALID KEY
                   DISPLAY "PROJETO NAO ENCONTRADO: " PJ-CODIGO
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-PROJETO
                   MOVE WS-PROJETO-IMAGEM TO WS-AUD-ANTES
                   PERFORM ACEITAR-DADOS-PROJETO
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE PJ-PROJETO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " PJ-CODIGO
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "PROJETO" TO WS-AUD-CAMPO
                               PERFORM MONTAR-IMAGEM-PROJETO
                               MOVE WS-PROJETO-IMAGEM TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       CONSULTAR-PROJETO.
           PERFORM ACEITAR-PROJETO.
           IF WS-COD-VALIDO = "S"
               MOVE WS-PROJETO-ENTRADA TO PJ-CODIGO
               READ PROJETO-MASTER
                   INVALID KEY
                       DISPLAY "PROJETO NAO ENCONTRADO: " PJ-CODIGO
                   NOT INVALID KEY
                       DISPLAY "PROJETO........: " PJ-CODIGO
                       DISPLAY "DESCRICAO......: " PJ-DESCRICAO
                       DISPLAY "CLIENTE........: " PJ-CLIENTE
                       DISPLAY "CENTRO DE CUSTO: " PJ-CENTRO-CUSTO
               END-READ
           END-IF.

      * Code through the shared validator - WS-COD-VALIDO stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-PROJETO.
           MOVE "N" TO WS-COD-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O CODIGO DO PROJETO (ATE 8 POSICOES)"
               TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-PROJETO-ENTRADA
               MOVE "S" TO WS-COD-VALIDO
           END-IF.

      * The cost center is where the project's labor lands in the
      * journal - it cannot be left at zero. A field that runs out
      * of attempts leaves WS-DADOS-VALIDOS "N" and the record is
      * not written.
       ACEITAR-DADOS-PROJETO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME A DESCRICAO DO PROJETO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO PJ-DESCRICAO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME O CLIENTE" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO PJ-CLIENTE
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O CENTRO DE CUSTO DO PROJETO" TO VC-ROTULO
               MOVE 1      TO VC-MINIMO
               MOVE 999999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO PJ-CENTRO-CUSTO
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

       MONTAR-IMAGEM-PROJETO.
           MOVE PJ-CENTRO-CUSTO TO WS-IM-CENTRO.
           MOVE PJ-DESCRICAO    TO WS-IM-DESCRICAO.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "PROJETO" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "PROJETO: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "PROJETO: CADEIA NOTURNA EM "
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
               DISPLAY "PROJETO: ERRO ABRINDO TRAVAS - " WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "PROJETOS" TO TV-ARQUIVO.
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
           MOVE "PROJETO"       TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM PROJETO.
