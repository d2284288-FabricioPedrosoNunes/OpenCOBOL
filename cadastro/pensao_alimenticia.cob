       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSAO-ALIMENTICIA.

      * Maintenance of the court-ordered alimony orders
      * (data/pensoes.dat, copybooks/PENSAO.cpy), keyed by employee
      * code plus order sequence - the same menu-and-audit pattern
      * cadastro/dependente.cob applies to dependents. The
      * beneficiary's CPF passes the shared validator's check-digit
      * rule and the account digit the modulus-11 rule
      * cadastro/conta_bancaria.cob applies, so the credit
      * FOLHA-REMESSA sends is never bounced for a typo. ENCERRAR
      * takes an order out of the withholding without losing it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENSAO-MASTER ASSIGN TO "data/pensoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CHAVE
               FILE STATUS IS WS-FS-PENSAO.

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
       FD  PENSAO-MASTER.
       COPY PENSAO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-PENSAO PIC XX.
           88 WS-PENSAO-OK         VALUE "00".
           88 WS-PENSAO-NAO-ACHOU  VALUE "23".
           88 WS-PENSAO-NAO-EXISTE VALUE "35".

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
       01  WS-SEQ-ENTRADA PIC 9(2).
       01  WS-CHAVE-VALIDA  PIC X VALUE "N".
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
       01  WS-TENTATIVAS    PIC 9 VALUE 0.

       01  WS-ANTES-IMAGEM  PIC X(30).
       01  WS-DEPOIS-IMAGEM PIC X(30).

      * Account check digit - the modulus-11 walk PROG24's
      * CALCULA-DIGITO-MOD11 applies.
       01  WS-M11-NUMERO      PIC X(15).
       01  WS-M11-TAMANHO     PIC 99.
       01  WS-M11-DIGITO-CHAR PIC X.
       01  WS-M11-DIGITO-NUM  PIC 9.
       01  WS-M11-POS         PIC 99.
       01  WS-M11-PESO        PIC 9.
       01  WS-M11-SOMA        PIC 9(5).
       01  WS-M11-RESTO       PIC 99.
       01  WS-M11-DIGITO-CALC PIC 9.
       01  WS-M11-DIGITO-INF  PIC 9.
       01  WS-M11-STATUS      PIC X.
           88 WS-M11-VALIDO   VALUE "S".
           88 WS-M11-INVALIDO VALUE "N".

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

           OPEN I-O PENSAO-MASTER.

           IF WS-PENSAO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE PENSAO-MASTER
               OPEN OUTPUT PENSAO-MASTER
               CLOSE PENSAO-MASTER
               OPEN I-O PENSAO-MASTER
           END-IF.

           IF NOT WS-PENSAO-OK
               DISPLAY "PENSAO-ALIMENTICIA: ERRO NA ABERTURA - "
                       WS-FS-PENSAO
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE PENSAO-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== PENSAO ALIMENTICIA ====".
           DISPLAY "1 - INCLUIR".
           DISPLAY "2 - ALTERAR".
           DISPLAY "3 - ENCERRAR".
           DISPLAY "4 - CONSULTAR".
           DISPLAY "5 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the payroll-side perfis
      * (analista de folha and supervisor), consulta and SAIR to
      * every perfil - an override on data/permissoes.dat replaces
      * this default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 3
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
               WHEN 1 PERFORM INCLUIR-PENSAO
               WHEN 2 PERFORM ALTERAR-PENSAO
               WHEN 3 PERFORM ENCERRAR-PENSAO
               WHEN 4 PERFORM CONSULTAR-PENSOES
               WHEN 5 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       INCLUIR-PENSAO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM INCLUIR-PENSAO-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       INCLUIR-PENSAO-TRAVADA.
           MOVE WS-COD-ENTRADA TO PJ-CODFUNC.
           MOVE WS-SEQ-ENTRADA TO PJ-SEQUENCIA.
           PERFORM ACEITAR-DADOS-PENSAO.
           IF WS-DADOS-VALIDOS = "S"
               SET PJ-ATIVA TO TRUE
               WRITE PJ-PENSAO
                   INVALID KEY
                       DISPLAY "PENSAO JA CADASTRADA: " PJ-CODFUNC
                               "/" PJ-SEQUENCIA
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE SPACES     TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-DEPOIS
                       MOVE "PENSAO" TO WS-AUD-CAMPO
                       MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-PENSAO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-PENSAO-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ALTERAR-PENSAO-TRAVADA.
           MOVE WS-COD-ENTRADA TO PJ-CODFUNC.
           MOVE WS-SEQ-ENTRADA TO PJ-SEQUENCIA.
           READ PENSAO-MASTER
               INVALID KEY
                   DISPLAY "PENSAO NAO ENCONTRADA: " PJ-CODFUNC
                           "/" PJ-SEQUENCIA
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-ANTES
                   PERFORM ACEITAR-DADOS-PENSAO
                   IF WS-DADOS-VALIDOS = "S"
                       SET PJ-ATIVA TO TRUE
                       REWRITE PJ-PENSAO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " PJ-CODFUNC
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "PENSAO" TO WS-AUD-CAMPO
                               MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES
                               PERFORM MONTAR-IMAGEM-DEPOIS
                               MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       ENCERRAR-PENSAO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ENCERRAR-PENSAO-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ENCERRAR-PENSAO-TRAVADA.
           MOVE WS-COD-ENTRADA TO PJ-CODFUNC.
           MOVE WS-SEQ-ENTRADA TO PJ-SEQUENCIA.
           READ PENSAO-MASTER
               INVALID KEY
                   DISPLAY "PENSAO NAO ENCONTRADA: " PJ-CODFUNC
                           "/" PJ-SEQUENCIA
               NOT INVALID KEY
                   MOVE PJ-SITUACAO TO WS-AUD-ANTES
                   SET PJ-ENCERRADA TO TRUE
                   REWRITE PJ-PENSAO
                       INVALID KEY
                           DISPLAY "ERRO NA REGRAVACAO: " PJ-CODFUNC
                       NOT INVALID KEY
                           DISPLAY "PENSAO ENCERRADA: " PJ-CODFUNC
                                   "/" PJ-SEQUENCIA
                           MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                           MOVE "SITUACAO"  TO WS-AUD-CAMPO
                           MOVE PJ-SITUACAO TO WS-AUD-DEPOIS
                           PERFORM REGISTRAR-AUDITORIA
                   END-REWRITE
           END-READ.

      * Lists every order of one employee by START on the code and
      * sequential reads while the code still matches.
       CONSULTAR-PENSOES.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               PERFORM LISTAR-PENSOES
           END-IF.

       LISTAR-PENSOES.
           MOVE WS-COD-ENTRADA TO PJ-CODFUNC.
           MOVE 0 TO PJ-SEQUENCIA.
           START PENSAO-MASTER KEY IS NOT LESS THAN PJ-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA PENSAO PARA: " WS-COD-ENTRADA
           END-START.

           IF WS-PENSAO-OK
               PERFORM LER-PROXIMA-PENSAO
               PERFORM UNTIL NOT WS-PENSAO-OK
                       OR PJ-CODFUNC NOT = WS-COD-ENTRADA
                   DISPLAY PJ-SEQUENCIA " PROCESSO " PJ-PROCESSO
                           " SITUACAO " PJ-SITUACAO
                   DISPLAY "   BASE " PJ-BASE " PERCENTUAL "
                           PJ-PERCENTUAL " VALOR " PJ-VALOR
                   DISPLAY "   BENEFICIARIO " PJ-BENEF-NOME " CPF "
                           PJ-BENEF-CPF
                   DISPLAY "   CONTA " PJ-BENEF-BANCO "/"
                           PJ-BENEF-AGENCIA "/" PJ-BENEF-CONTA "-"
                           PJ-BENEF-DIGITO
                   PERFORM LER-PROXIMA-PENSAO
               END-PERFORM
           END-IF.

       LER-PROXIMA-PENSAO.
           READ PENSAO-MASTER NEXT RECORD
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

      * Code and sequence through the shared validator -
      * WS-CHAVE-VALIDA stays "N" when either runs out of attempts.
       ACEITAR-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A SEQUENCIA DA PENSAO (01-99)"
                   TO VC-ROTULO
               MOVE 1  TO VC-MINIMO
               MOVE 99 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-NUMERICO TO WS-SEQ-ENTRADA
                   MOVE "S" TO WS-CHAVE-VALIDA
               END-IF
           END-IF.

      * Prompts the order: the base is L (percentage of the net
      * after INSS and IRRF), B (percentage of the gross) or F (a
      * fixed monthly value). Each field goes through the shared
      * validator - the beneficiary CPF by its check-digit rule -
      * and the account digit must match its modulus-11 digit
      * within three attempts. A field that runs out of attempts
      * leaves WS-DADOS-VALIDOS "N" and the order is not written.
       ACEITAR-DADOS-PENSAO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NUMERO DO PROCESSO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO PJ-PROCESSO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-OPCAO TO TRUE
               MOVE "INFORME A BASE (L=LIQUIDO B=BRUTO F=FIXO)"
                   TO VC-ROTULO
               MOVE "LBF" TO VC-OPCOES
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO PJ-BASE
               IF PJ-VALOR-FIXO
                   MOVE 0 TO PJ-PERCENTUAL
                   INITIALIZE VC-PARAMETROS
                   SET VC-TIPO-NUMERICO TO TRUE
                   MOVE "INFORME O VALOR MENSAL" TO VC-ROTULO
                   MOVE 0.01       TO VC-MINIMO
                   MOVE 9999999.99 TO VC-MAXIMO
                   MOVE 2          TO VC-DECIMAIS
                   CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               ELSE
                   MOVE 0 TO PJ-VALOR
                   INITIALIZE VC-PARAMETROS
                   SET VC-TIPO-NUMERICO TO TRUE
                   MOVE "INFORME O PERCENTUAL (99.99)" TO VC-ROTULO
                   MOVE 0.01  TO VC-MINIMO
                   MOVE 99.99 TO VC-MAXIMO
                   MOVE 2     TO VC-DECIMAIS
                   CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               END-IF
           END-IF.
           IF VC-ACEITO
               IF PJ-VALOR-FIXO
                   MOVE VC-VALOR-NUMERICO TO PJ-VALOR
               ELSE
                   MOVE VC-VALOR-NUMERICO TO PJ-PERCENTUAL
               END-IF
               PERFORM ACEITAR-BENEFICIARIO
           END-IF.

       ACEITAR-BENEFICIARIO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NOME DO BENEFICIARIO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO PJ-BENEF-NOME
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-CPF TO TRUE
               MOVE "INFORME O CPF DO BENEFICIARIO (11 DIGITOS)"
                   TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO(1:11) TO PJ-BENEF-CPF
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O BANCO (3 DIGITOS)" TO VC-ROTULO
               MOVE 1   TO VC-MINIMO
               MOVE 999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO PJ-BENEF-BANCO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A AGENCIA (4 DIGITOS)" TO VC-ROTULO
               MOVE 1    TO VC-MINIMO
               MOVE 9999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO PJ-BENEF-AGENCIA
               MOVE 0 TO WS-TENTATIVAS
               SET WS-M11-INVALIDO TO TRUE
               PERFORM UNTIL WS-M11-VALIDO OR WS-TENTATIVAS = 3
                   PERFORM ACEITAR-CONTA-DIGITO
               END-PERFORM
               IF WS-M11-VALIDO
                   MOVE "S" TO WS-DADOS-VALIDOS
               END-IF
           END-IF.

       ACEITAR-CONTA-DIGITO.
           ADD 1 TO WS-TENTATIVAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME A CONTA (8 DIGITOS)" TO VC-ROTULO.
           MOVE 1        TO VC-MINIMO.
           MOVE 99999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO PJ-BENEF-CONTA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O DIGITO DA CONTA" TO VC-ROTULO
               MOVE 0 TO VC-MINIMO
               MOVE 9 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO PJ-BENEF-DIGITO
               MOVE SPACES         TO WS-M11-NUMERO
               MOVE PJ-BENEF-CONTA TO WS-M11-NUMERO(1:8)
               MOVE 8              TO WS-M11-TAMANHO
               MOVE PJ-BENEF-DIGITO TO WS-M11-DIGITO-INF
               PERFORM VALIDA-DIGITO-MOD11
               IF WS-M11-INVALIDO
                   DISPLAY "DIGITO INVALIDO - DIGITO VERIFICADOR "
                           "NAO CONFERE"
                   IF WS-TENTATIVAS = 3
                       DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                               "OPERACAO CANCELADA"
                   END-IF
               END-IF
           END-IF.
           IF VC-RECUSADO
               MOVE 3 TO WS-TENTATIVAS
           END-IF.

       MONTAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-ANTES-IMAGEM.
           STRING PJ-BASE "/" PJ-PERCENTUAL "/" PJ-VALOR "/"
                  PJ-BENEF-CPF
               DELIMITED BY SIZE INTO WS-ANTES-IMAGEM.

       MONTAR-IMAGEM-DEPOIS.
           MOVE SPACES TO WS-DEPOIS-IMAGEM.
           STRING PJ-BASE "/" PJ-PERCENTUAL "/" PJ-VALOR "/"
                  PJ-BENEF-CPF
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

      * Computes the modulus-11 check digit of WS-M11-NUMERO into
      * WS-M11-DIGITO-CALC, walking the digits from the right with
      * weights 2 through 9.
       CALCULA-DIGITO-MOD11.
           MOVE 0 TO WS-M11-SOMA.
           MOVE 2 TO WS-M11-PESO.
           PERFORM VARYING WS-M11-POS FROM WS-M11-TAMANHO BY -1
                   UNTIL WS-M11-POS < 1
               MOVE WS-M11-NUMERO(WS-M11-POS:1) TO WS-M11-DIGITO-CHAR
               MOVE WS-M11-DIGITO-CHAR TO WS-M11-DIGITO-NUM
               COMPUTE WS-M11-SOMA =
                   WS-M11-SOMA + (WS-M11-DIGITO-NUM * WS-M11-PESO)
               IF WS-M11-PESO = 9
                   MOVE 2 TO WS-M11-PESO
               ELSE
                   ADD 1 TO WS-M11-PESO
               END-IF
           END-PERFORM.

           COMPUTE WS-M11-RESTO = FUNCTION MOD(WS-M11-SOMA, 11).
           IF WS-M11-RESTO < 2
               MOVE 0 TO WS-M11-DIGITO-CALC
           ELSE
               COMPUTE WS-M11-DIGITO-CALC = 11 - WS-M11-RESTO
           END-IF.

      * Validates WS-M11-DIGITO-INF against the digit computed for
      * WS-M11-NUMERO / WS-M11-TAMANHO, setting WS-M11-STATUS.
       VALIDA-DIGITO-MOD11.
           PERFORM CALCULA-DIGITO-MOD11.
           IF WS-M11-DIGITO-INF = WS-M11-DIGITO-CALC
               SET WS-M11-VALIDO TO TRUE
           ELSE
               SET WS-M11-INVALIDO TO TRUE
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "PENSAO" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "PENSAO-ALIMENTICIA: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "PENSAO-ALIMENTICIA: CADEIA NOTURNA "
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
               DISPLAY "PENSAO-ALIMENTICIA: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "PENSOES" TO TV-ARQUIVO.
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
           MOVE "PENSAO"        TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM PENSAO-ALIMENTICIA.
