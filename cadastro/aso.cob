       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASO.

      * Maintenance of the occupational health exam file
      * (data/aso.dat, copybooks/ASO.cpy), keyed by employee code,
      * exam date and exam type - the same menu-and-audit pattern
      * PROG31 set for PESSOA-MASTER. Every admissional, periodico,
      * retorno ao trabalho and demissional exam is recorded with
      * its result and the date the next periodic exam falls due;
      * an exam left without a due date gets the shop's yearly
      * periodicity, a demissional gets none. The admission is
      * usually examined before the employee exists on the master,
      * so the code is not checked against it here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASO-MASTER ASSIGN TO "data/aso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WS-FS-ASO.

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
       FD  ASO-MASTER.
       COPY ASO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-ASO PIC XX.
           88 WS-ASO-OK         VALUE "00".
           88 WS-ASO-NAO-ACHOU  VALUE "23".
           88 WS-ASO-NAO-EXISTE VALUE "35".

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

      * Before/after image of one exam - type, result and next due
      * date - for the audit trail.
       01  WS-ASO-IMAGEM.
           05 WS-IM-TIPO       PIC X(1).
           05 FILLER           PIC X(1) VALUE "/".
           05 WS-IM-RESULTADO  PIC X(1).
           05 FILLER           PIC X(1) VALUE "/".
           05 WS-IM-VENCIMENTO PIC 9(8).

       01  WS-COD-VALIDO  PIC X VALUE "N".
       01  WS-COD-ENTRADA PIC 9(6).
       01  WS-DATA-ENTRADA PIC 9(8).
       01  WS-TIPO-ENTRADA PIC X(1).
       01  WS-CHAVE-VALIDA PIC X VALUE "N".
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
      * S due date taken, N attempts ran out, P due date to re-key
       01  WS-VENCIMENTO-VALIDO PIC X VALUE "N".

      * The shop examines everyone yearly; a shorter periodicity
      * for a risk group is typed in as the next due date.
       01  WS-DIAS-PERIODICIDADE PIC 9(3) VALUE 365.

       01  WS-QTD-EXAMES PIC 9(3).

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

           OPEN I-O ASO-MASTER.

           IF WS-ASO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE ASO-MASTER
               OPEN OUTPUT ASO-MASTER
               CLOSE ASO-MASTER
               OPEN I-O ASO-MASTER
           END-IF.

           IF NOT WS-ASO-OK
               DISPLAY "ASO: ERRO NA ABERTURA - " WS-FS-ASO
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE ASO-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== MANUTENCAO DE EXAMES OCUPACIONAIS (ASO) ====".
           DISPLAY "1 - REGISTRAR".
           DISPLAY "2 - ALTERAR".
           DISPLAY "3 - EXCLUIR".
           DISPLAY "4 - CONSULTAR".
           DISPLAY "5 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the personnel-side perfis
      * (auxiliar de RH and supervisor), consulta and SAIR to every
      * perfil - an override on data/permissoes.dat replaces this
      * default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 3
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
               WHEN 1 PERFORM REGISTRAR-ASO
               WHEN 2 PERFORM ALTERAR-ASO
               WHEN 3 PERFORM EXCLUIR-ASO
               WHEN 4 PERFORM CONSULTAR-ASO
               WHEN 5 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       REGISTRAR-ASO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM REGISTRAR-ASO-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       REGISTRAR-ASO-TRAVADO.
           MOVE WS-COD-ENTRADA  TO AS-CODFUNC.
           MOVE WS-DATA-ENTRADA TO AS-DATA-EXAME.
           MOVE WS-TIPO-ENTRADA TO AS-TIPO.
           PERFORM ACEITAR-DADOS-ASO.

           IF WS-DADOS-VALIDOS = "S"
               WRITE AS-ASO
                   INVALID KEY
                       DISPLAY "EXAME JA REGISTRADO: " AS-CODFUNC
                               "/" AS-DATA-EXAME "/" AS-TIPO
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "ASO" TO WS-AUD-CAMPO
                       MOVE SPACES TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM
                       MOVE WS-ASO-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

      * Type and date are the key - a wrong one is excluded and
      * registered again; only result, due date and the examining
      * doctor change here.
       ALTERAR-ASO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-ASO-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       ALTERAR-ASO-TRAVADO.
           MOVE WS-COD-ENTRADA  TO AS-CODFUNC.
           MOVE WS-DATA-ENTRADA TO AS-DATA-EXAME.
           MOVE WS-TIPO-ENTRADA TO AS-TIPO.
           READ ASO-MASTER
               INVALID KEY
                   DISPLAY "EXAME NAO ENCONTRADO: " AS-CODFUNC
                           "/" AS-DATA-EXAME "/" AS-TIPO
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM
                   MOVE WS-ASO-IMAGEM TO WS-AUD-ANTES
                   PERFORM ACEITAR-DADOS-ASO
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE AS-ASO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " AS-CODFUNC
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "ASO" TO WS-AUD-CAMPO
                               PERFORM MONTAR-IMAGEM
                               MOVE WS-ASO-IMAGEM TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       EXCLUIR-ASO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM EXCLUIR-ASO-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       EXCLUIR-ASO-TRAVADO.
           MOVE WS-COD-ENTRADA  TO AS-CODFUNC.
           MOVE WS-DATA-ENTRADA TO AS-DATA-EXAME.
           MOVE WS-TIPO-ENTRADA TO AS-TIPO.
           READ ASO-MASTER
               INVALID KEY
                   DISPLAY "EXAME NAO ENCONTRADO: " AS-CODFUNC
                           "/" AS-DATA-EXAME "/" AS-TIPO
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM
                   MOVE WS-ASO-IMAGEM TO WS-AUD-ANTES
                   DELETE ASO-MASTER RECORD
                       INVALID KEY
                           DISPLAY "EXAME NAO ENCONTRADO: "
                                   AS-CODFUNC
                       NOT INVALID KEY
                           DISPLAY "EXAME EXCLUIDO: " AS-CODFUNC
                                   "/" AS-DATA-EXAME "/" AS-TIPO
                           MOVE "EXCLUSAO" TO WS-AUD-OPERACAO
                           MOVE "ASO" TO WS-AUD-CAMPO
                           MOVE SPACES TO WS-AUD-DEPOIS
                           PERFORM REGISTRAR-AUDITORIA
                   END-DELETE
           END-READ.

      * Lists every exam of one employee, oldest first, by START on
      * the code and sequential reads while the code still matches.
       CONSULTAR-ASO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               PERFORM LISTAR-ASO
           END-IF.

       LISTAR-ASO.
           MOVE WS-COD-ENTRADA TO AS-CODFUNC.
           MOVE 0 TO AS-DATA-EXAME.
           MOVE SPACE TO AS-TIPO.
           MOVE 0 TO WS-QTD-EXAMES.
           START ASO-MASTER KEY IS NOT LESS THAN AS-CHAVE
               INVALID KEY
                   DISPLAY "NENHUM EXAME PARA: " WS-COD-ENTRADA
           END-START.

           IF WS-ASO-OK
               PERFORM LER-PROXIMO-ASO
               PERFORM UNTIL NOT WS-ASO-OK
                       OR AS-CODFUNC NOT = WS-COD-ENTRADA
                   ADD 1 TO WS-QTD-EXAMES
                   DISPLAY AS-DATA-EXAME " " AS-TIPO " "
                           AS-RESULTADO " VENCE "
                           AS-PROXIMO-VENCIMENTO " CRM "
                           AS-MEDICO-CRM "/" AS-MEDICO-UF
                   PERFORM LER-PROXIMO-ASO
               END-PERFORM
               IF WS-QTD-EXAMES = 0
                   DISPLAY "NENHUM EXAME PARA: " WS-COD-ENTRADA
               END-IF
           END-IF.

       LER-PROXIMO-ASO.
           READ ASO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

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

      * Code, exam date and type - the record key, each through the
      * shared validator. WS-CHAVE-VALIDA stays "N" when one runs
      * out of attempts and the option is abandoned.
       ACEITAR-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-DATA TO TRUE
               MOVE "INFORME A DATA DO EXAME (AAAAMMDD)" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-DATA-ENTRADA
               DISPLAY "TIPO DO EXAME:"
               DISPLAY "A - ADMISSIONAL"
               DISPLAY "P - PERIODICO"
               DISPLAY "R - RETORNO AO TRABALHO"
               DISPLAY "D - DEMISSIONAL"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-OPCAO TO TRUE
               MOVE "INFORME O TIPO DO EXAME (A/P/R/D)" TO VC-ROTULO
               MOVE "APRD" TO VC-OPCOES
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-TIPO-ENTRADA
               MOVE "S" TO WS-CHAVE-VALIDA
           END-IF.

      * Result, next due date and doctor, each through the shared
      * validator. A due date left blank gets the yearly periodicity
      * from the exam date; a demissional closes the employee's exam
      * cycle and carries none. A field that runs out of attempts
      * leaves WS-DADOS-VALIDOS "N" and the record is not written.
       ACEITAR-DADOS-ASO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           MOVE "N" TO WS-VENCIMENTO-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-OPCAO TO TRUE.
           MOVE "RESULTADO (A - APTO / I - INAPTO)" TO VC-ROTULO.
           MOVE "AI" TO VC-OPCOES.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO AS-RESULTADO
               IF AS-DEMISSIONAL
                   MOVE 0 TO AS-PROXIMO-VENCIMENTO
                   MOVE "S" TO WS-VENCIMENTO-VALIDO
               ELSE
                   MOVE "P" TO WS-VENCIMENTO-VALIDO
                   PERFORM UNTIL WS-VENCIMENTO-VALIDO NOT = "P"
                       PERFORM ACEITAR-VENCIMENTO
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-VENCIMENTO-VALIDO = "S"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME O CRM DO MEDICO EXAMINADOR" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF WS-VENCIMENTO-VALIDO = "S" AND VC-ACEITO
               MOVE VC-VALOR-TEXTO TO AS-MEDICO-CRM
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME A UF DO CRM" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF WS-VENCIMENTO-VALIDO = "S" AND VC-ACEITO
               MOVE VC-VALOR-TEXTO TO AS-MEDICO-UF
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

       ACEITAR-VENCIMENTO.
           MOVE "N" TO WS-VENCIMENTO-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-DATA TO TRUE.
           MOVE "INFORME O PROXIMO VENCIMENTO (AAAAMMDD, BRANCO = "
               TO VC-ROTULO.
           MOVE WS-DIAS-PERIODICIDADE TO VC-ROTULO(50:3).
           MOVE " DIAS)" TO VC-ROTULO(53:).
           MOVE "S" TO VC-OPCIONAL.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           EVALUATE TRUE
               WHEN VC-EM-BRANCO
                   COMPUTE AS-PROXIMO-VENCIMENTO =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(AS-DATA-EXAME)
                           + WS-DIAS-PERIODICIDADE)
                   DISPLAY "PROXIMO VENCIMENTO: "
                           AS-PROXIMO-VENCIMENTO
                   MOVE "S" TO WS-VENCIMENTO-VALIDO
               WHEN NOT VC-ACEITO
                   CONTINUE
               WHEN VC-VALOR-NUMERICO NOT > AS-DATA-EXAME
                   DISPLAY "VENCIMENTO DEVE SER POSTERIOR AO EXAME"
                   MOVE "P" TO WS-VENCIMENTO-VALIDO
               WHEN OTHER
                   MOVE VC-VALOR-NUMERICO TO AS-PROXIMO-VENCIMENTO
                   MOVE "S" TO WS-VENCIMENTO-VALIDO
           END-EVALUATE.

       MONTAR-IMAGEM.
           MOVE AS-TIPO               TO WS-IM-TIPO.
           MOVE AS-RESULTADO          TO WS-IM-RESULTADO.
           MOVE AS-PROXIMO-VENCIMENTO TO WS-IM-VENCIMENTO.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "ASO" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "ASO: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "ASO: CADEIA NOTURNA EM "
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
               DISPLAY "ASO: ERRO ABRINDO TRAVAS - " WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "ASO" TO TV-ARQUIVO.
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
           MOVE "ASO"           TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM ASO.
