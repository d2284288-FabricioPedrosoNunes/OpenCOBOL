       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINDICATO.

      * Maintenance of the union master (data/sindicatos.dat,
      * copybooks/SINDICATO.cpy) and of the employee's union link
      * (data/sindicato-func.dat, copybooks/SINDFUNC.cpy) - the same
      * menu-and-audit pattern cadastro/plano_saude.cob applies to
      * plan lives. Each collective agreement is INCLUIDA under the
      * union code with the date it took effect, so the piso and
      * the dues of an old agreement are never overwritten by the
      * next one. VINCULAR ties an employee to a union already on
      * file and records whether the employee authorized the dues.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINDICATO-MASTER ASSIGN TO "data/sindicatos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CHAVE
               FILE STATUS IS WS-FS-SINDICATO.

           SELECT SINDFUNC-MASTER ASSIGN TO "data/sindicato-func.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CODFUNC
               FILE STATUS IS WS-FS-SINDFUNC.

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
       FD  SINDICATO-MASTER.
       COPY SINDICATO.

       FD  SINDFUNC-MASTER.
       COPY SINDFUNC.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-SINDICATO PIC XX.
           88 WS-SINDICATO-OK         VALUE "00".
           88 WS-SINDICATO-NAO-EXISTE VALUE "35".

       01  WS-FS-SINDFUNC PIC XX.
           88 WS-SINDFUNC-OK         VALUE "00".
           88 WS-SINDFUNC-NAO-EXISTE VALUE "35".

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
       01  WS-CHAVE-VALIDA  PIC X VALUE "N".
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
       01  WS-TENTATIVAS    PIC 9 VALUE 0.

       01  WS-SIND-ENTRADA     PIC 9(4).
       01  WS-VIGENCIA-ENTRADA PIC 9(8).

       01  WS-ACHOU-SINDICATO PIC X VALUE "N".
           88 WS-SINDICATO-ACHADO VALUE "S".

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

           OPEN I-O SINDICATO-MASTER.

           IF WS-SINDICATO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE SINDICATO-MASTER
               OPEN OUTPUT SINDICATO-MASTER
               CLOSE SINDICATO-MASTER
               OPEN I-O SINDICATO-MASTER
           END-IF.

           IF NOT WS-SINDICATO-OK
               DISPLAY "SINDICATO: ERRO NA ABERTURA - "
                       WS-FS-SINDICATO
               STOP RUN
           END-IF.

           OPEN I-O SINDFUNC-MASTER.

           IF WS-SINDFUNC-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE SINDFUNC-MASTER
               OPEN OUTPUT SINDFUNC-MASTER
               CLOSE SINDFUNC-MASTER
               OPEN I-O SINDFUNC-MASTER
           END-IF.

           IF NOT WS-SINDFUNC-OK
               DISPLAY "SINDICATO: ERRO ABRINDO VINCULOS - "
                       WS-FS-SINDFUNC
               CLOSE SINDICATO-MASTER
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE SINDICATO-MASTER.
           CLOSE SINDFUNC-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== SINDICATOS ====".
           DISPLAY "1 - INCLUIR CONVENCAO".
           DISPLAY "2 - ALTERAR CONVENCAO".
           DISPLAY "3 - CONSULTAR SINDICATO".
           DISPLAY "4 - VINCULAR FUNCIONARIO".
           DISPLAY "5 - CONSULTAR VINCULO".
           DISPLAY "6 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the payroll-side perfis
      * (analista de folha and supervisor), consulta and SAIR to
      * every perfil - an override on data/permissoes.dat replaces
      * this default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 2
               WHEN 4
                   MOVE "AS" TO VP-PERFIS-PADRAO
               WHEN OTHER
                   MOVE "RASC" TO VP-PERFIS-PADRAO
           END-EVALUATE.
           CALL "VERIFICAR-PERMISSAO" USING VP-PARAMETROS.
           IF VP-PERMITIDO
               PERFORM EXECUTAR-OPCAO
           END-IF.

       EXECUTAR-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM INCLUIR-CONVENCAO
               WHEN 2 PERFORM ALTERAR-CONVENCAO
               WHEN 3 PERFORM CONSULTAR-SINDICATO
               WHEN 4 PERFORM VINCULAR-FUNCIONARIO
               WHEN 5 PERFORM CONSULTAR-VINCULO
               WHEN 6 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       INCLUIR-CONVENCAO.
           PERFORM ACEITAR-CHAVE-SINDICATO.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-SIND-ENTRADA TO TV-REGISTRO
               MOVE "SINDICATO" TO TV-ARQUIVO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM INCLUIR-CONVENCAO-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       INCLUIR-CONVENCAO-TRAVADA.
           MOVE WS-SIND-ENTRADA     TO SN-CODIGO.
           MOVE WS-VIGENCIA-ENTRADA TO SN-VIGENCIA.
           PERFORM ACEITAR-DADOS-SINDICATO.

           IF WS-DADOS-VALIDOS = "S"
               WRITE SN-SINDICATO
                   INVALID KEY
                       DISPLAY "CONVENCAO JA CADASTRADA: " SN-CODIGO
                               "/" SN-VIGENCIA
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE SPACES     TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-SINDICATO
                       MOVE "CONVENCAO" TO WS-AUD-CAMPO
                       MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-CONVENCAO.
           PERFORM ACEITAR-CHAVE-SINDICATO.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-SIND-ENTRADA TO TV-REGISTRO
               MOVE "SINDICATO" TO TV-ARQUIVO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-CONVENCAO-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ALTERAR-CONVENCAO-TRAVADA.
           MOVE WS-SIND-ENTRADA     TO SN-CODIGO.
           MOVE WS-VIGENCIA-ENTRADA TO SN-VIGENCIA.
           READ SINDICATO-MASTER
               INVALID KEY
                   DISPLAY "CONVENCAO NAO ENCONTRADA: " SN-CODIGO
                           "/" SN-VIGENCIA
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-SINDICATO
                   MOVE WS-DEPOIS-IMAGEM TO WS-ANTES-IMAGEM
                   PERFORM ACEITAR-DADOS-SINDICATO
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE SN-SINDICATO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " SN-CODIGO
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "CONVENCAO" TO WS-AUD-CAMPO
                               MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES
                               PERFORM MONTAR-IMAGEM-SINDICATO
                               MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

      * Lists every agreement of one union by START on the code and
      * sequential reads while the code still matches.
       CONSULTAR-SINDICATO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO SINDICATO" TO VC-ROTULO.
           MOVE 1    TO VC-MINIMO.
           MOVE 9999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-SIND-ENTRADA
               PERFORM LISTAR-CONVENCOES
           END-IF.

       LISTAR-CONVENCOES.
           MOVE WS-SIND-ENTRADA TO SN-CODIGO.
           MOVE 0 TO SN-VIGENCIA.
           START SINDICATO-MASTER KEY IS NOT LESS THAN SN-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA CONVENCAO PARA: " WS-SIND-ENTRADA
           END-START.

           IF WS-SINDICATO-OK
               PERFORM LER-PROXIMA-CONVENCAO
               PERFORM UNTIL NOT WS-SINDICATO-OK
                       OR SN-CODIGO NOT = WS-SIND-ENTRADA
                   DISPLAY SN-CODIGO " " SN-NOME " CNPJ " SN-CNPJ
                   DISPLAY "   VIGENCIA " SN-VIGENCIA " CATEGORIA "
                           SN-CATEGORIA
                   DISPLAY "   PISO " SN-PISO " CONTRIBUICAO "
                           SN-PERC-CONTRIBUICAO "%"
                   PERFORM LER-PROXIMA-CONVENCAO
               END-PERFORM
           END-IF.

       LER-PROXIMA-CONVENCAO.
           READ SINDICATO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

       VINCULAR-FUNCIONARIO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               MOVE "SINDFUNC" TO TV-ARQUIVO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM VINCULAR-FUNCIONARIO-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

      * A new link is written, an existing one rewritten - either
      * way the union must already have an agreement on file.
       VINCULAR-FUNCIONARIO-TRAVADA.
           MOVE WS-COD-ENTRADA TO SV-CODFUNC.
           READ SINDFUNC-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-ANTES-IMAGEM
                   MOVE "INCLUSAO" TO WS-AUD-OPERACAO
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-VINCULO
                   MOVE WS-DEPOIS-IMAGEM TO WS-ANTES-IMAGEM
                   MOVE "ALTERACAO" TO WS-AUD-OPERACAO
           END-READ.

           MOVE "N" TO WS-DADOS-VALIDOS.
           MOVE "N" TO WS-ACHOU-SINDICATO.
           MOVE 0 TO WS-TENTATIVAS.
           PERFORM UNTIL WS-SINDICATO-ACHADO OR WS-TENTATIVAS = 3
               PERFORM ACEITAR-SINDICATO-VINCULO
           END-PERFORM.

           IF WS-SINDICATO-ACHADO
               MOVE WS-COD-ENTRADA  TO SV-CODFUNC
               MOVE WS-SIND-ENTRADA TO SV-SINDICATO
               PERFORM ACEITAR-AUTORIZACAO
           END-IF.

           IF WS-DADOS-VALIDOS = "S"
               IF WS-AUD-OPERACAO = "INCLUSAO"
                   WRITE SV-SINDICATO-FUNC
                       INVALID KEY
                           DISPLAY "ERRO NA GRAVACAO: " SV-CODFUNC
                       NOT INVALID KEY
                           PERFORM AUDITAR-VINCULO
                   END-WRITE
               ELSE
                   REWRITE SV-SINDICATO-FUNC
                       INVALID KEY
                           DISPLAY "ERRO NA REGRAVACAO: " SV-CODFUNC
                       NOT INVALID KEY
                           PERFORM AUDITAR-VINCULO
                   END-REWRITE
               END-IF
           END-IF.

      * The union through the shared validator, then looked up;
      * a union with no agreement on file counts as one of the
      * three attempts.
       ACEITAR-SINDICATO-VINCULO.
           ADD 1 TO WS-TENTATIVAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO SINDICATO" TO VC-ROTULO.
           MOVE 1    TO VC-MINIMO.
           MOVE 9999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-SIND-ENTRADA
               PERFORM VERIFICAR-SINDICATO
               IF NOT WS-SINDICATO-ACHADO AND WS-TENTATIVAS = 3
                   DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                           "OPERACAO CANCELADA"
               END-IF
           ELSE
               MOVE 3 TO WS-TENTATIVAS
           END-IF.

      * Without the employee's written authorization there is no
      * date to keep; WS-DADOS-VALIDOS stays "N" when either answer
      * runs out of attempts and the link is not written.
       ACEITAR-AUTORIZACAO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-OPCAO TO TRUE.
           MOVE "CONTRIBUICAO AUTORIZADA PELO EMPREGADO (S/N)"
               TO VC-ROTULO.
           MOVE "SN" TO VC-OPCOES.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO SV-AUTORIZA
               IF SV-CONTRIBUICAO-AUTORIZADA
                   INITIALIZE VC-PARAMETROS
                   SET VC-TIPO-DATA TO TRUE
                   MOVE "INFORME A DATA DA AUTORIZACAO (AAAAMMDD)"
                       TO VC-ROTULO
                   CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
                   IF VC-ACEITO
                       MOVE VC-VALOR-NUMERICO TO SV-DATA-AUTORIZACAO
                       MOVE "S" TO WS-DADOS-VALIDOS
                   END-IF
               ELSE
                   MOVE 0 TO SV-DATA-AUTORIZACAO
                   MOVE "S" TO WS-DADOS-VALIDOS
               END-IF
           END-IF.

       AUDITAR-VINCULO.
           MOVE "SINDICATO" TO WS-AUD-CAMPO.
           MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES.
           PERFORM MONTAR-IMAGEM-VINCULO.
           MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS.
           PERFORM REGISTRAR-AUDITORIA.

       CONSULTAR-VINCULO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO SV-CODFUNC
               READ SINDFUNC-MASTER
                   INVALID KEY
                       DISPLAY "FUNCIONARIO SEM SINDICATO: " SV-CODFUNC
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO.: " SV-CODFUNC
                       DISPLAY "SINDICATO...: " SV-SINDICATO
                       DISPLAY "AUTORIZACAO.: " SV-AUTORIZA " EM "
                               SV-DATA-AUTORIZACAO
               END-READ
           END-IF.

      * Any agreement of the union will do - the link is to the
      * union, the agreement in force is picked per date by whoever
      * reads it.
       VERIFICAR-SINDICATO.
           MOVE "N" TO WS-ACHOU-SINDICATO.
           MOVE WS-SIND-ENTRADA TO SN-CODIGO.
           MOVE 0 TO SN-VIGENCIA.
           START SINDICATO-MASTER KEY IS NOT LESS THAN SN-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-SINDICATO-OK
               PERFORM LER-PROXIMA-CONVENCAO
               IF WS-SINDICATO-OK AND SN-CODIGO = WS-SIND-ENTRADA
                   MOVE "S" TO WS-ACHOU-SINDICATO
               END-IF
           END-IF.
           IF NOT WS-SINDICATO-ACHADO
               DISPLAY "SINDICATO NAO CADASTRADO: " WS-SIND-ENTRADA
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

      * Union and agreement start through the shared validator -
      * WS-CHAVE-VALIDA stays "N" when either runs out of attempts.
       ACEITAR-CHAVE-SINDICATO.
           MOVE "N" TO WS-CHAVE-VALIDA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO SINDICATO" TO VC-ROTULO.
           MOVE 1    TO VC-MINIMO.
           MOVE 9999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-SIND-ENTRADA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-DATA TO TRUE
               MOVE "INFORME O INICIO DE VIGENCIA DA CONVENCAO "
                   TO VC-ROTULO
               MOVE "(AAAAMMDD)" TO VC-ROTULO(43:)
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-VIGENCIA-ENTRADA
               MOVE "S" TO WS-CHAVE-VALIDA
           END-IF.

      * The dues percentage is over the monthly salary and never
      * above what an agreement can reasonably set. Each field goes
      * through the shared validator - the CNPJ by its check-digit
      * rule; a field that runs out of attempts leaves
      * WS-DADOS-VALIDOS "N" and the agreement is not written.
       ACEITAR-DADOS-SINDICATO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NOME DO SINDICATO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO SN-NOME
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-CNPJ TO TRUE
               MOVE "INFORME O CNPJ" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO(1:14) TO SN-CNPJ
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME A CATEGORIA" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO SN-CATEGORIA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O PISO SALARIAL DA CONVENCAO" TO VC-ROTULO
               MOVE 0          TO VC-MINIMO
               MOVE 9999999.99 TO VC-MAXIMO
               MOVE 2          TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO SN-PISO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O PERCENTUAL DA CONTRIBUICAO (0-10)"
                   TO VC-ROTULO
               MOVE 0  TO VC-MINIMO
               MOVE 10 TO VC-MAXIMO
               MOVE 2  TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO SN-PERC-CONTRIBUICAO
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

       MONTAR-IMAGEM-SINDICATO.
           MOVE SPACES TO WS-DEPOIS-IMAGEM.
           STRING SN-VIGENCIA "/" SN-PISO "/" SN-PERC-CONTRIBUICAO
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

       MONTAR-IMAGEM-VINCULO.
           MOVE SPACES TO WS-DEPOIS-IMAGEM.
           STRING SV-SINDICATO "/" SV-AUTORIZA "/" SV-DATA-AUTORIZACAO
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "SINDICAT" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "SINDICATO: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "SINDICATO: CADEIA NOTURNA "
                                   "EM EXECUCAO DESDE " CL-DATA " "
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
               DISPLAY "SINDICATO: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-ARQUIVO and TV-REGISTRO before performing this, since
      * the program maintains two files.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
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
           MOVE "SINDICAT"      TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM SINDICATO.
