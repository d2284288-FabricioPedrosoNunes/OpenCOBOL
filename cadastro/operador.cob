       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADOR.

      * Maintenance of the operator master (data/operadores.dat,
      * copybooks/OPERADOR.cpy) and of the per-option permission
      * overrides (data/permissoes.dat, copybooks/PERMISSAO.cpy) -
      * who may sign on to the cadastros, with which perfil, and
      * which perfis open each menu option where a program's own
      * default does not suit. Supervisor-only as a whole. An
      * operator is never deleted, only blocked: the audit trail
      * keeps naming the code for years. A password typed here is
      * provisional and the operator replaces it at the next
      * sign-on. With no operator on file yet the program asks for
      * the first supervisor instead of a sign-on - the only way
      * into an empty master. Same menu-and-audit pattern, chain
      * lock and per-record travas as the other cadastros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT PERMISSOES ASSIGN TO "data/permissoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CHAVE
               FILE STATUS IS WS-FS-PERMISSOES.

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
       FD  OPERADOR-MASTER.
       COPY OPERADOR.

       FD  PERMISSOES.
       COPY PERMISSAO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-OPERADOR PIC XX.
           88 WS-OPERADOR-OK         VALUE "00".
           88 WS-OPERADOR-NAO-EXISTE VALUE "35".

       01  WS-FS-PERMISSOES PIC XX.
           88 WS-PERMISSOES-OK         VALUE "00".
           88 WS-PERMISSOES-NAO-EXISTE VALUE "35".

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

      * Signed-on session (common/autenticar_operador.cob).
       COPY AUTENTICAR.

       COPY CALCHASH.

      * Parameter area of the shared field validator
      * (common/validar_campo.cob).
       COPY VALIDACAMPO.

       01  WS-COD-VALIDO     PIC X VALUE "N".
       01  WS-COD-ENTRADA    PIC X(8).
       01  WS-DADOS-VALIDOS  PIC X VALUE "N".
       01  WS-CHAVE-VALIDA   PIC X VALUE "N".
       01  WS-TENTATIVAS     PIC 9 VALUE 0.
       01  WS-SENHA-ENTRADA  PIC X(20).
       01  WS-SENHA-CONFIRMA PIC X(20).
       01  WS-SENHA-VALIDA   PIC X VALUE "N".
           88 WS-SENHA-ACEITA VALUE "S".

       01  WS-PROGRAMA-ENTRADA PIC X(8).
       01  WS-OPCAO-ENTRADA    PIC 9(2).
       01  WS-PERFIS-ENTRADA   PIC X(4).
       01  WS-PERFIS-VALIDOS   PIC X VALUE "N".
           88 WS-PERFIS-ACEITOS VALUE "S".
       01  WS-POS-PERFIL       PIC 9(1).

       01  WS-ANTES-IMAGEM  PIC X(30).
       01  WS-DEPOIS-IMAGEM PIC X(30).

       01  WS-PERMISSOES-EOF-SW PIC X VALUE "N".
           88 WS-FIM-PERMISSOES VALUE "S".

       01  WS-OPCAO       PIC 9 VALUE 0.
       01  WS-CONTINUAR   PIC X VALUE "S".
           88 WS-DEVE-CONTINUAR VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICAR-CADEIA-NOTURNA.

           MOVE "OPERADOR" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.

           IF NOT AU-AUTENTICADO AND NOT AU-CADASTRO-VAZIO
               DISPLAY "OPERADOR: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.

           IF AU-AUTENTICADO AND NOT AU-SUPERVISOR
               DISPLAY "OPERADOR: FUNCAO RESTRITA A SUPERVISOR"
               STOP RUN
           END-IF.

           PERFORM ABRIR-TRAVAS.

           OPEN I-O OPERADOR-MASTER.

           IF WS-OPERADOR-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE OPERADOR-MASTER
               OPEN OUTPUT OPERADOR-MASTER
               CLOSE OPERADOR-MASTER
               OPEN I-O OPERADOR-MASTER
           END-IF.

           IF NOT WS-OPERADOR-OK
               DISPLAY "OPERADOR: ERRO NA ABERTURA - " WS-FS-OPERADOR
               STOP RUN
           END-IF.

           OPEN I-O PERMISSOES.

           IF WS-PERMISSOES-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE PERMISSOES
               OPEN OUTPUT PERMISSOES
               CLOSE PERMISSOES
               OPEN I-O PERMISSOES
           END-IF.

           IF NOT WS-PERMISSOES-OK
               DISPLAY "OPERADOR: ERRO ABRINDO PERMISSOES - "
                       WS-FS-PERMISSOES
               STOP RUN
           END-IF.

           IF AU-CADASTRO-VAZIO
               PERFORM CADASTRAR-PRIMEIRO-SUPERVISOR
           END-IF.

           IF AU-AUTENTICADO
               PERFORM UNTIL NOT WS-DEVE-CONTINUAR
                   PERFORM EXIBIR-MENU
                   PERFORM PROCESSAR-OPCAO
               END-PERFORM
           END-IF.

           CLOSE OPERADOR-MASTER.
           CLOSE PERMISSOES.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== MANUTENCAO DE OPERADORES ====".
           DISPLAY "1 - ADICIONAR".
           DISPLAY "2 - ALTERAR".
           DISPLAY "3 - BLOQUEAR / LIBERAR".
           DISPLAY "4 - CONSULTAR".
           DISPLAY "5 - SAIR".
           DISPLAY "6 - REDEFINIR SENHA".
           DISPLAY "7 - DEFINIR PERMISSAO DE OPCAO".
           DISPLAY "8 - LISTAR PERMISSOES".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

       PROCESSAR-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM ADICIONAR-OPERADOR
               WHEN 2 PERFORM ALTERAR-OPERADOR
               WHEN 3 PERFORM BLOQUEAR-OPERADOR
               WHEN 4 PERFORM CONSULTAR-OPERADOR
               WHEN 5 MOVE "N" TO WS-CONTINUAR
               WHEN 6 PERFORM REDEFINIR-SENHA
               WHEN 7 PERFORM DEFINIR-PERMISSAO
               WHEN 8 PERFORM LISTAR-PERMISSOES
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      * Empty master: the person at the terminal registers as the
      * first supervisor, with a password of their own choosing
      * (not provisional - nobody else typed it), and goes on to
      * the menu signed on as that operator.
       CADASTRAR-PRIMEIRO-SUPERVISOR.
           DISPLAY "CADASTRO DE OPERADORES VAZIO - INFORME O "
                   "PRIMEIRO SUPERVISOR".
           PERFORM ACEITAR-COD.
           MOVE "N" TO WS-DADOS-VALIDOS.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO OD-CODIGO
               PERFORM ACEITAR-DADOS-SUPERVISOR
           END-IF.
           IF WS-DADOS-VALIDOS = "S"
               PERFORM GRAVAR-PRIMEIRO-SUPERVISOR
           END-IF.

       GRAVAR-PRIMEIRO-SUPERVISOR.
           SET OD-SUPERVISOR TO TRUE.
           PERFORM ACEITAR-SENHA.
           MOVE "N" TO OD-TROCA-SENHA.
           SET OD-ATIVO TO TRUE.
           MOVE 0 TO OD-TENTATIVAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OD-DATA-CADASTRO.
           MOVE 0 TO OD-ULTIMO-ACESSO.

           WRITE OD-OPERADOR
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO: " OD-CODIGO
               NOT INVALID KEY
                   MOVE OD-CODIGO  TO AU-OPERADOR
                   MOVE OD-NOME    TO AU-NOME
                   MOVE OD-PERFIL  TO AU-PERFIL
                   MOVE OD-CODFUNC TO AU-CODFUNC
                   SET AU-AUTENTICADO TO TRUE
                   MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-ANTES
                   PERFORM MONTAR-IMAGEM-DEPOIS
                   MOVE OD-CODIGO TO WS-AUD-CAMPO
                   MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       ADICIONAR-OPERADOR.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-OPERADOR-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       ADICIONAR-OPERADOR-TRAVADO.
           MOVE WS-COD-ENTRADA TO OD-CODIGO.
           PERFORM ACEITAR-DADOS-OPERADOR.
           IF WS-DADOS-VALIDOS = "S"
               PERFORM GRAVAR-OPERADOR
           END-IF.

       GRAVAR-OPERADOR.
           PERFORM ACEITAR-SENHA.
           MOVE "S" TO OD-TROCA-SENHA.
           SET OD-ATIVO TO TRUE.
           MOVE 0 TO OD-TENTATIVAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OD-DATA-CADASTRO.
           MOVE 0 TO OD-ULTIMO-ACESSO.

           WRITE OD-OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR JA CADASTRADO: " OD-CODIGO
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-ANTES
                   PERFORM MONTAR-IMAGEM-DEPOIS
                   MOVE OD-CODIGO TO WS-AUD-CAMPO
                   MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       ALTERAR-OPERADOR.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-OPERADOR-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

      * A supervisor cannot change their own perfil - the session
      * would lock itself out of the desk it is working at, and the
      * last supervisor could leave the master with none.
       ALTERAR-OPERADOR-TRAVADO.
           MOVE WS-COD-ENTRADA TO OD-CODIGO.
           READ OPERADOR-MASTER
               INVALID KEY
                   DISPLAY "OPERADOR NAO ENCONTRADO: " OD-CODIGO
               NOT INVALID KEY
                   IF OD-CODIGO = AU-OPERADOR
                       DISPLAY "NAO E PERMITIDO ALTERAR O PROPRIO "
                               "OPERADOR"
                   ELSE
                       PERFORM MONTAR-IMAGEM-ANTES
                       PERFORM ACEITAR-DADOS-OPERADOR
                       IF WS-DADOS-VALIDOS = "S"
                           PERFORM REGRAVAR-OPERADOR
                       END-IF
                   END-IF
           END-READ.

       BLOQUEAR-OPERADOR.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM BLOQUEAR-OPERADOR-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

      * Toggles the situacao: an active operator is blocked, a
      * blocked one released with the failed-attempt count cleared.
       BLOQUEAR-OPERADOR-TRAVADO.
           MOVE WS-COD-ENTRADA TO OD-CODIGO.
           READ OPERADOR-MASTER
               INVALID KEY
                   DISPLAY "OPERADOR NAO ENCONTRADO: " OD-CODIGO
               NOT INVALID KEY
                   IF OD-CODIGO = AU-OPERADOR
                       DISPLAY "NAO E PERMITIDO BLOQUEAR O PROPRIO "
                               "OPERADOR"
                   ELSE
                       PERFORM MONTAR-IMAGEM-ANTES
                       IF OD-BLOQUEADO
                           SET OD-ATIVO TO TRUE
                           MOVE 0 TO OD-TENTATIVAS
                           DISPLAY "OPERADOR LIBERADO: " OD-CODIGO
                       ELSE
                           SET OD-BLOQUEADO TO TRUE
                           DISPLAY "OPERADOR BLOQUEADO: " OD-CODIGO
                       END-IF
                       PERFORM REGRAVAR-OPERADOR
                   END-IF
           END-READ.

       CONSULTAR-OPERADOR.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO OD-CODIGO
               READ OPERADOR-MASTER
                   INVALID KEY
                       DISPLAY "OPERADOR NAO ENCONTRADO: " OD-CODIGO
                   NOT INVALID KEY
                       DISPLAY "OPERADOR.....: " OD-CODIGO
                       DISPLAY "NOME.........: " OD-NOME
                       DISPLAY "PERFIL.......: " OD-PERFIL
                       DISPLAY "FUNCIONARIO..: " OD-CODFUNC
                       DISPLAY "SITUACAO.....: " OD-SITUACAO
                       DISPLAY "TENTATIVAS...: " OD-TENTATIVAS
                       DISPLAY "TROCAR SENHA.: " OD-TROCA-SENHA
                       DISPLAY "CADASTRO.....: " OD-DATA-CADASTRO
                       DISPLAY "ULTIMO ACESSO: " OD-ULTIMO-ACESSO
               END-READ
           END-IF.

       REDEFINIR-SENHA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM REDEFINIR-SENHA-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

      * The new password is provisional and the block is lifted -
      * the usual answer to an operator locked out by three wrong
      * attempts. Neither image carries the digest.
       REDEFINIR-SENHA-TRAVADA.
           MOVE WS-COD-ENTRADA TO OD-CODIGO.
           READ OPERADOR-MASTER
               INVALID KEY
                   DISPLAY "OPERADOR NAO ENCONTRADO: " OD-CODIGO
               NOT INVALID KEY
                   PERFORM ACEITAR-SENHA
                   MOVE "S" TO OD-TROCA-SENHA
                   SET OD-ATIVO TO TRUE
                   MOVE 0 TO OD-TENTATIVAS
                   REWRITE OD-OPERADOR
                       INVALID KEY
                           DISPLAY "ERRO NA REGRAVACAO: " OD-CODIGO
                       NOT INVALID KEY
                           DISPLAY "SENHA PROVISORIA DEFINIDA: "
                                   OD-CODIGO
                           MOVE "SENHA"     TO WS-AUD-OPERACAO
                           MOVE OD-CODIGO   TO WS-AUD-CAMPO
                           MOVE SPACES      TO WS-AUD-ANTES
                           MOVE "PROVISORIA" TO WS-AUD-DEPOIS
                           PERFORM REGISTRAR-AUDITORIA
                   END-REWRITE
           END-READ.

       DEFINIR-PERMISSAO.
           PERFORM ACEITAR-CHAVE-PERMISSAO.
           IF WS-CHAVE-VALIDA = "S"
               MOVE PP-CHAVE TO TV-REGISTRO
               PERFORM OBTER-TRAVA-PERMISSAO
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM DEFINIR-PERMISSAO-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

      * Blank perfis remove the override and the program's own
      * default applies again; otherwise the override is written
      * or replaced.
       DEFINIR-PERMISSAO-TRAVADA.
           MOVE SPACES TO WS-ANTES-IMAGEM.
           READ PERMISSOES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PP-PERFIS TO WS-ANTES-IMAGEM
                   DISPLAY "PERFIS ATUAIS: " PP-PERFIS
                           " (DESDE " PP-DATA " POR " PP-OPERADOR ")"
           END-READ.

           PERFORM ACEITAR-PERFIS.
           IF WS-PERFIS-ACEITOS
               PERFORM GRAVAR-PERMISSAO
           END-IF.

       GRAVAR-PERMISSAO.
           MOVE "PERMISSAO" TO WS-AUD-OPERACAO.
           MOVE PP-CHAVE TO WS-AUD-CAMPO.
           MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES.
           MOVE WS-PERFIS-ENTRADA TO WS-AUD-DEPOIS.

           IF WS-PERFIS-ENTRADA = SPACES
               IF WS-ANTES-IMAGEM = SPACES
                   DISPLAY "OPCAO JA SEGUE O PADRAO DO PROGRAMA"
               ELSE
                   DELETE PERMISSOES RECORD
                       INVALID KEY
                           DISPLAY "ERRO NA EXCLUSAO: " PP-CHAVE
                       NOT INVALID KEY
                           DISPLAY "OPCAO VOLTA AO PADRAO DO "
                                   "PROGRAMA"
                           PERFORM REGISTRAR-AUDITORIA
                   END-DELETE
               END-IF
           ELSE
               MOVE WS-PERFIS-ENTRADA TO PP-PERFIS
               MOVE AU-OPERADOR TO PP-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:8) TO PP-DATA
               IF WS-ANTES-IMAGEM = SPACES
                   WRITE PP-PERMISSAO
                       INVALID KEY
                           DISPLAY "ERRO NA GRAVACAO: " PP-CHAVE
                       NOT INVALID KEY
                           PERFORM REGISTRAR-AUDITORIA
                   END-WRITE
               ELSE
                   REWRITE PP-PERMISSAO
                       INVALID KEY
                           DISPLAY "ERRO NA REGRAVACAO: " PP-CHAVE
                       NOT INVALID KEY
                           PERFORM REGISTRAR-AUDITORIA
                   END-REWRITE
               END-IF
           END-IF.

       LISTAR-PERMISSOES.
           MOVE "N" TO WS-PERMISSOES-EOF-SW.
           MOVE LOW-VALUES TO PP-CHAVE.
           START PERMISSOES KEY IS NOT LESS THAN PP-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA PERMISSAO ESPECIFICA - TODOS OS "
                           "PROGRAMAS NO PADRAO"
                   SET WS-FIM-PERMISSOES TO TRUE
           END-START.
           PERFORM UNTIL WS-FIM-PERMISSOES
               READ PERMISSOES NEXT RECORD
                   AT END SET WS-FIM-PERMISSOES TO TRUE
                   NOT AT END
                       DISPLAY PP-PROGRAMA " OPCAO " PP-OPCAO
                               " PERFIS " PP-PERFIS " DESDE "
                               PP-DATA " POR " PP-OPERADOR
               END-READ
           END-PERFORM.

       REGRAVAR-OPERADOR.
           REWRITE OD-OPERADOR
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO: " OD-CODIGO
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                   MOVE OD-CODIGO TO WS-AUD-CAMPO
                   MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES
                   PERFORM MONTAR-IMAGEM-DEPOIS
                   MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

      * Code through the shared validator - WS-COD-VALIDO stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-COD.
           MOVE "N" TO WS-COD-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O CODIGO DO OPERADOR" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-COD-ENTRADA
               MOVE "S" TO WS-COD-VALIDO
           END-IF.

      * Each field through the shared validator in turn; a field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the record is not written.
       ACEITAR-DADOS-OPERADOR.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NOME" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO OD-NOME
               DISPLAY "PERFIS: R=AUXILIAR DE RH/A=ANALISTA DE FOLHA/"
                       "S=SUPERVISOR/C=CONSULTA"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-OPCAO TO TRUE
               MOVE "INFORME O PERFIL (R/A/S/C)" TO VC-ROTULO
               MOVE "RASC" TO VC-OPCOES
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO OD-PERFIL
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O CODIGO DE FUNCIONARIO (0 SE NENHUM)"
                   TO VC-ROTULO
               MOVE 0      TO VC-MINIMO
               MOVE 999999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO OD-CODFUNC
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

      * The first supervisor's name and employee code - the perfil
      * is always SUPERVISOR.
       ACEITAR-DADOS-SUPERVISOR.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NOME" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO OD-NOME
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O CODIGO DE FUNCIONARIO (0 SE NENHUM)"
                   TO VC-ROTULO
               MOVE 0      TO VC-MINIMO
               MOVE 999999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO OD-CODFUNC
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

      * Typed twice; only the digest reaches the record.
       ACEITAR-SENHA.
           MOVE "N" TO WS-SENHA-VALIDA.
           PERFORM UNTIL WS-SENHA-ACEITA
               DISPLAY "INFORME A SENHA"
               ACCEPT WS-SENHA-ENTRADA
               DISPLAY "CONFIRME A SENHA"
               ACCEPT WS-SENHA-CONFIRMA
               IF WS-SENHA-ENTRADA = SPACES
                  OR WS-SENHA-ENTRADA NOT = WS-SENHA-CONFIRMA
                   DISPLAY "SENHA EM BRANCO OU NAO CONFERE"
               ELSE
                   MOVE "S" TO WS-SENHA-VALIDA
               END-IF
           END-PERFORM.
           PERFORM CALCULAR-HASH-SENHA.
           MOVE SPACES TO WS-SENHA-ENTRADA.
           MOVE SPACES TO WS-SENHA-CONFIRMA.

      * Digest of the password seeded by the digest of the operator
      * code - the same two steps AUTENTICAR-OPERADOR takes at
      * sign-on.
       CALCULAR-HASH-SENHA.
           MOVE 0 TO CH-SEMENTE.
           MOVE 8 TO CH-TAMANHO.
           MOVE OD-CODIGO TO CH-TEXTO.
           CALL "CALC-HASH" USING CH-PARAMETROS.
           MOVE CH-HASH TO CH-SEMENTE.
           MOVE 20 TO CH-TAMANHO.
           MOVE WS-SENHA-ENTRADA TO CH-TEXTO.
           CALL "CALC-HASH" USING CH-PARAMETROS.
           MOVE CH-HASH TO OD-SENHA-HASH.

      * Program and menu option through the shared validator -
      * WS-CHAVE-VALIDA stays "N" when either runs out of attempts.
       ACEITAR-CHAVE-PERMISSAO.
           MOVE "N" TO WS-CHAVE-VALIDA.
           DISPLAY "PROGRAMA: NOME NA TRILHA DE AUDITORIA, EX.: "
                   "CARGO, APROVMOV".
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O PROGRAMA" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-PROGRAMA-ENTRADA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A OPCAO DO MENU" TO VC-ROTULO
               MOVE 1  TO VC-MINIMO
               MOVE 99 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-OPCAO-ENTRADA
               MOVE WS-PROGRAMA-ENTRADA TO PP-PROGRAMA
               MOVE WS-OPCAO-ENTRADA    TO PP-OPCAO
               MOVE "S" TO WS-CHAVE-VALIDA
           END-IF.

      * Up to four perfis out of R/A/S/C, in any order; blank goes
      * back to the program's default. The letters are checked here,
      * up to three attempts; WS-PERFIS-VALIDOS stays "N" when they
      * run out and the override is left as it was.
       ACEITAR-PERFIS.
           MOVE "N" TO WS-PERFIS-VALIDOS.
           MOVE 0 TO WS-TENTATIVAS.
           PERFORM UNTIL WS-PERFIS-ACEITOS OR WS-TENTATIVAS = 3
               PERFORM ACEITAR-PERFIS-ENTRADA
           END-PERFORM.

       ACEITAR-PERFIS-ENTRADA.
           ADD 1 TO WS-TENTATIVAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME OS PERFIS PERMITIDOS (ATE 4 DE R/A/S/C - "
               TO VC-ROTULO.
           MOVE "EM BRANCO VOLTA AO PADRAO)" TO VC-ROTULO(50:).
           MOVE "S" TO VC-OPCIONAL.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           EVALUATE TRUE
               WHEN VC-EM-BRANCO
                   MOVE SPACES TO WS-PERFIS-ENTRADA
                   MOVE "S" TO WS-PERFIS-VALIDOS
               WHEN VC-ACEITO
                   PERFORM CONFERIR-PERFIS
               WHEN OTHER
                   MOVE 3 TO WS-TENTATIVAS
           END-EVALUATE.

       CONFERIR-PERFIS.
           MOVE VC-VALOR-TEXTO TO WS-PERFIS-ENTRADA.
           MOVE "S" TO WS-PERFIS-VALIDOS.
           IF VC-VALOR-TEXTO(5:) NOT = SPACES
               MOVE "N" TO WS-PERFIS-VALIDOS
           END-IF.
           PERFORM VARYING WS-POS-PERFIL FROM 1 BY 1
                   UNTIL WS-POS-PERFIL > 4
               IF WS-PERFIS-ENTRADA(WS-POS-PERFIL:1) NOT = SPACE
                  AND WS-PERFIS-ENTRADA(WS-POS-PERFIL:1)
                      NOT = "R"
                  AND WS-PERFIS-ENTRADA(WS-POS-PERFIL:1)
                      NOT = "A"
                  AND WS-PERFIS-ENTRADA(WS-POS-PERFIL:1)
                      NOT = "S"
                  AND WS-PERFIS-ENTRADA(WS-POS-PERFIL:1)
                      NOT = "C"
                   MOVE "N" TO WS-PERFIS-VALIDOS
               END-IF
           END-PERFORM.
           IF NOT WS-PERFIS-ACEITOS
               DISPLAY "PERFIS INVALIDOS - USE SOMENTE R, A, S, C"
               IF WS-TENTATIVAS = 3
                   DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                           "OPERACAO CANCELADA"
               END-IF
           END-IF.

       MONTAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-ANTES-IMAGEM.
           STRING OD-NOME(1:20) "/" OD-PERFIL "/" OD-CODFUNC "/"
               OD-SITUACAO
               DELIMITED BY SIZE INTO WS-ANTES-IMAGEM.

       MONTAR-IMAGEM-DEPOIS.
           MOVE SPACES TO WS-DEPOIS-IMAGEM.
           STRING OD-NOME(1:20) "/" OD-PERFIL "/" OD-CODFUNC "/"
               OD-SITUACAO
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

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
                           DISPLAY "OPERADOR: CADEIA NOTURNA EM "
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
               DISPLAY "OPERADOR: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "OPERADORES" TO TV-ARQUIVO.
           PERFORM GRAVAR-TRAVA.

       OBTER-TRAVA-PERMISSAO.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "PERMISSOES" TO TV-ARQUIVO.
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
           MOVE "OPERADOR"      TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM OPERADOR.
