       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAVE-PIX.

      * Maintenance of the employee PIX key file (data/chavepix.dat,
      * copybooks/CHAVEPIX.cpy) - the payment key of employees whose
      * digital account CONTA-BANCARIA's bank/agencia/conta layout
      * does not fit. The same ADICIONAR/ALTERAR/INATIVAR/CONSULTAR
      * menu and audit-trail images cadastro/conta_bancaria.cob
      * gives the bank account. A key is only taken when it belongs
      * to the employee: the employee's CPF comes off PESSOA-MASTER
      * and must pass PROG31's VALIDA-CPF rule, a CPF key must be
      * that very CPF, and a telephone, e-mail or random key must
      * show that CPF as its holder in the bank's key directory.
      * The key's format is checked per type before anything is
      * written. INATIVAR sends the employee back to account credit
      * without losing the record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAVE-PIX-MASTER ASSIGN TO "data/chavepix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-CODFUNC
               FILE STATUS IS WS-FS-PIX.

      * Employee's own CPF, the one every key is proven against.
           SELECT PESSOA-MASTER ASSIGN TO "data/pessoa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-FS-PESSOA.

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
       FD  CHAVE-PIX-MASTER.
       COPY CHAVEPIX.

       FD  PESSOA-MASTER.
       01  PM-PESSOA.
           05 PM-COD           PIC 9(6).
           05 PM-NOME          PIC X(20).
           05 PM-ESCOLARIDADE  PIC X(2).
           05 PM-DATA-NASCIMENTO PIC 9(8).
           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-PIX PIC XX.
           88 WS-PIX-OK         VALUE "00".
           88 WS-PIX-NAO-ACHOU  VALUE "23".
           88 WS-PIX-NAO-EXISTE VALUE "35".

       01  WS-FS-PESSOA PIC XX.
           88 WS-PESSOA-OK VALUE "00".

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

       01  WS-ANTES-IMAGEM  PIC X(30).
       01  WS-DEPOIS-IMAGEM PIC X(30).

      * The employee's CPF off PESSOA-MASTER and whether the key
      * typed in was proven against it.
       01  WS-CPF-FUNCIONARIO PIC X(11).
       01  WS-CPF-CONFERIDO PIC X VALUE "N".
           88 WS-CPF-DO-FUNCIONARIO VALUE "S".
       01  WS-CHAVE-ACEITA PIC X VALUE "N".
           88 WS-CHAVE-CONFERE VALUE "S".

      * Key being typed in and the per-type format check over it.
       01  WS-TIPO-ENTRADA  PIC X.
       01  WS-CHAVE-ENTRADA PIC X(77).
       01  WS-CPF-TITULAR   PIC X(11).
       01  WS-FORMATO-VALIDO PIC X VALUE "N".
           88 WS-FORMATO-OK VALUE "S".
       01  WS-TAMANHO     PIC 99.
       01  WS-QTD-ARROBA  PIC 99.
       01  WS-POS-ARROBA  PIC 99.
       01  WS-QTD-PONTOS  PIC 99.
       01  WS-TAM-DOMINIO PIC 99.
       01  WS-POS         PIC 99.
       01  WS-CARACTER    PIC X.
           88 WS-CARACTER-HEXA VALUES "0" THRU "9" "a" THRU "f".
       01  WS-TELEFONE    PIC X(11).
       01  WS-TENTATIVAS-CHAVE PIC 9.

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

           OPEN I-O CHAVE-PIX-MASTER.

           IF WS-PIX-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE CHAVE-PIX-MASTER
               OPEN OUTPUT CHAVE-PIX-MASTER
               CLOSE CHAVE-PIX-MASTER
               OPEN I-O CHAVE-PIX-MASTER
           END-IF.

           IF NOT WS-PIX-OK
               DISPLAY "CHAVE-PIX: ERRO NA ABERTURA - " WS-FS-PIX
               STOP RUN
           END-IF.

           OPEN INPUT PESSOA-MASTER.
           IF NOT WS-PESSOA-OK
               DISPLAY "CHAVE-PIX: ERRO ABRINDO PESSOA - "
                       WS-FS-PESSOA
               CLOSE CHAVE-PIX-MASTER
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE CHAVE-PIX-MASTER.
           CLOSE PESSOA-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== MANUTENCAO DE CHAVES PIX ====".
           DISPLAY "1 - ADICIONAR".
           DISPLAY "2 - ALTERAR".
           DISPLAY "3 - INATIVAR".
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
               WHEN 1 PERFORM ADICIONAR-CHAVE
               WHEN 2 PERFORM ALTERAR-CHAVE
               WHEN 3 PERFORM INATIVAR-CHAVE
               WHEN 4 PERFORM CONSULTAR-CHAVE
               WHEN 5 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ADICIONAR-CHAVE.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-CHAVE-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ADICIONAR-CHAVE-TRAVADA.
           PERFORM OBTER-CPF-FUNCIONARIO.
           IF WS-CPF-DO-FUNCIONARIO
               PERFORM ACEITAR-DADOS-CHAVE
           END-IF.

           IF WS-CPF-DO-FUNCIONARIO AND WS-CHAVE-CONFERE
               MOVE WS-COD-ENTRADA TO PX-CODFUNC
               PERFORM MONTAR-REGISTRO-CHAVE
               WRITE PX-CHAVE-PIX
                   INVALID KEY
                       DISPLAY "CHAVE PIX JA CADASTRADA PARA: "
                               PX-CODFUNC
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE SPACES     TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-DEPOIS
                       MOVE "CHAVE PIX" TO WS-AUD-CAMPO
                       MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-CHAVE.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-CHAVE-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ALTERAR-CHAVE-TRAVADA.
           MOVE WS-COD-ENTRADA TO PX-CODFUNC.
           READ CHAVE-PIX-MASTER
               INVALID KEY
                   DISPLAY "CHAVE PIX NAO ENCONTRADA: " PX-CODFUNC
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-ANTES
                   PERFORM OBTER-CPF-FUNCIONARIO
                   IF WS-CPF-DO-FUNCIONARIO
                       PERFORM ACEITAR-DADOS-CHAVE
                   END-IF
                   IF WS-CPF-DO-FUNCIONARIO AND WS-CHAVE-CONFERE
                       PERFORM MONTAR-REGISTRO-CHAVE
                       PERFORM REGRAVAR-CHAVE
                   END-IF
           END-READ.

       REGRAVAR-CHAVE.
           REWRITE PX-CHAVE-PIX
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO: " PX-CODFUNC
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                   MOVE "CHAVE PIX" TO WS-AUD-CAMPO
                   MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES
                   PERFORM MONTAR-IMAGEM-DEPOIS
                   MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       INATIVAR-CHAVE.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM INATIVAR-CHAVE-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       INATIVAR-CHAVE-TRAVADA.
           MOVE WS-COD-ENTRADA TO PX-CODFUNC.
           READ CHAVE-PIX-MASTER
               INVALID KEY
                   DISPLAY "CHAVE PIX NAO ENCONTRADA: " PX-CODFUNC
               NOT INVALID KEY
                   MOVE PX-SITUACAO TO WS-AUD-ANTES
                   SET PX-INATIVA TO TRUE
                   REWRITE PX-CHAVE-PIX
                       INVALID KEY
                           DISPLAY "ERRO NA REGRAVACAO: " PX-CODFUNC
                       NOT INVALID KEY
                           DISPLAY "CHAVE PIX INATIVADA: " PX-CODFUNC
                                   " - CREDITO VOLTA PARA A CONTA"
                           MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                           MOVE "SITUACAO"  TO WS-AUD-CAMPO
                           MOVE PX-SITUACAO TO WS-AUD-DEPOIS
                           PERFORM REGISTRAR-AUDITORIA
                   END-REWRITE
           END-READ.

       CONSULTAR-CHAVE.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO PX-CODFUNC
               READ CHAVE-PIX-MASTER
                   INVALID KEY
                       DISPLAY "CHAVE PIX NAO ENCONTRADA: " PX-CODFUNC
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO: " PX-CODFUNC
                       DISPLAY "TIPO.......: " PX-TIPO-CHAVE
                               " (C=CPF T=TELEFONE "
                               "E=E-MAIL A=ALEATORIA)"
                       DISPLAY "CHAVE......: " PX-CHAVE
                       DISPLAY "CPF TITULAR: " PX-CPF-TITULAR
                       DISPLAY "CADASTRO...: " PX-DATA-CADASTRO
                       DISPLAY "SITUACAO...: " PX-SITUACAO
               END-READ
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

      * The employee's own CPF - without a valid one on
      * PESSOA-MASTER there is nothing to prove a key against, and
      * no key is taken.
       OBTER-CPF-FUNCIONARIO.
           MOVE "N" TO WS-CPF-CONFERIDO.
           MOVE "N" TO WS-CHAVE-ACEITA.
           MOVE WS-COD-ENTRADA TO PM-COD.
           READ PESSOA-MASTER
               INVALID KEY
                   DISPLAY "FUNCIONARIO SEM CADASTRO EM PESSOA - "
                           "CPF DESCONHECIDO: " WS-COD-ENTRADA
               NOT INVALID KEY
                   INITIALIZE VC-PARAMETROS
                   SET VC-TIPO-CPF TO TRUE
                   MOVE PM-CPF TO VC-ENTRADA
                   CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
                   IF VC-ACEITO
                       MOVE PM-CPF TO WS-CPF-FUNCIONARIO
                       MOVE "S" TO WS-CPF-CONFERIDO
                   ELSE
                       DISPLAY "CPF DO FUNCIONARIO INVALIDO EM "
                               "PESSOA - CORRIJA ANTES DA CHAVE PIX"
                   END-IF
           END-READ.

      * Prompts the key type and the key, re-prompting up to the
      * shared validator's three attempts until the key has the
      * format of its type, then proves it belongs to the employee:
      * a CPF key must be the employee's CPF, any other key the CPF
      * the bank's directory shows as its holder. A key of someone
      * else's CPF is refused outright.
       ACEITAR-DADOS-CHAVE.
           MOVE "N" TO WS-FORMATO-VALIDO.
           MOVE 0 TO WS-TENTATIVAS-CHAVE.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-OPCAO TO TRUE.
           MOVE "TIPO DA CHAVE (C=CPF T=TELEFONE " TO VC-ROTULO.
           MOVE "E=E-MAIL A=ALEATORIA)" TO VC-ROTULO(33:).
           MOVE "CTEA" TO VC-OPCOES.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO(1:1) TO WS-TIPO-ENTRADA
               PERFORM ACEITAR-CHAVE
                   UNTIL WS-FORMATO-OK OR WS-TENTATIVAS-CHAVE = 3
               IF NOT WS-FORMATO-OK
                   DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                           "OPERACAO CANCELADA"
               END-IF
           END-IF.

           MOVE SPACES TO WS-CPF-TITULAR.
           IF WS-FORMATO-OK
               IF WS-TIPO-ENTRADA = "C"
                   MOVE WS-CHAVE-ENTRADA(1:11) TO WS-CPF-TITULAR
               ELSE
                   INITIALIZE VC-PARAMETROS
                   SET VC-TIPO-CPF TO TRUE
                   MOVE "INFORME O CPF DO TITULAR DA CHAVE "
                       TO VC-ROTULO
                   MOVE "(CONSULTA AO BANCO)" TO VC-ROTULO(35:)
                   CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
                   IF VC-ACEITO
                       MOVE VC-VALOR-TEXTO(1:11) TO WS-CPF-TITULAR
                   END-IF
               END-IF
           END-IF.

           IF WS-CPF-TITULAR NOT = SPACES
               IF WS-CPF-TITULAR = WS-CPF-FUNCIONARIO
                   MOVE "S" TO WS-CHAVE-ACEITA
               ELSE
                   DISPLAY "CHAVE PIX NAO PERTENCE AO CPF DO "
                           "FUNCIONARIO (" WS-CPF-FUNCIONARIO
                           ") - NAO GRAVADA"
               END-IF
           END-IF.

      * One try at the key, prompted here because its format depends
      * on the type: the shared validator checks it is there (and a
      * CPF key's check digits), then the format of the type is
      * checked here.
       ACEITAR-CHAVE.
           ADD 1 TO WS-TENTATIVAS-CHAVE.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           EVALUATE WS-TIPO-ENTRADA
               WHEN "C"
                   SET VC-TIPO-CPF TO TRUE
                   DISPLAY "INFORME A CHAVE CPF (11 DIGITOS)"
               WHEN "T"
                   DISPLAY "INFORME O CELULAR COM DDD "
                           "(10 OU 11 DIGITOS)"
               WHEN "E"
                   DISPLAY "INFORME O E-MAIL"
               WHEN "A"
                   DISPLAY "INFORME A CHAVE ALEATORIA "
                           "(36 POSICOES)"
           END-EVALUATE.
           ACCEPT VC-ENTRADA.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-CHAVE-ENTRADA
               PERFORM VALIDAR-FORMATO-CHAVE
               IF NOT WS-FORMATO-OK
                   DISPLAY "CHAVE FORA DO FORMATO DO TIPO "
                           WS-TIPO-ENTRADA
               END-IF
           ELSE
               DISPLAY VC-MENSAGEM
           END-IF.

       VALIDAR-FORMATO-CHAVE.
           MOVE "N" TO WS-FORMATO-VALIDO.
           MOVE 0 TO WS-TAMANHO.
           INSPECT WS-CHAVE-ENTRADA TALLYING WS-TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE.
      * nothing may follow the first blank
           IF WS-TAMANHO > 0 AND WS-TAMANHO < 77
               IF WS-CHAVE-ENTRADA(WS-TAMANHO + 1:) NOT = SPACES
                   MOVE 0 TO WS-TAMANHO
               END-IF
           END-IF.

           IF WS-TAMANHO > 0
               EVALUATE WS-TIPO-ENTRADA
                   WHEN "C" PERFORM VALIDAR-CHAVE-CPF
                   WHEN "T" PERFORM VALIDAR-CHAVE-TELEFONE
                   WHEN "E" PERFORM VALIDAR-CHAVE-EMAIL
                   WHEN "A" PERFORM VALIDAR-CHAVE-ALEATORIA
               END-EVALUATE
           END-IF.

      * The check digits were proven by the shared validator; the
      * key is kept as the eleven digits.
       VALIDAR-CHAVE-CPF.
           IF WS-TAMANHO = 11 AND WS-CHAVE-ENTRADA(1:11) IS NUMERIC
               MOVE "S" TO WS-FORMATO-VALIDO
           END-IF.

      * Mobile number with area code; the key goes out in the
      * directory's +55 form.
       VALIDAR-CHAVE-TELEFONE.
           IF (WS-TAMANHO = 10 OR WS-TAMANHO = 11)
                   AND WS-CHAVE-ENTRADA(1:WS-TAMANHO) IS NUMERIC
                   AND WS-CHAVE-ENTRADA(1:1) NOT = "0"
               MOVE WS-CHAVE-ENTRADA(1:WS-TAMANHO) TO WS-TELEFONE
               MOVE SPACES TO WS-CHAVE-ENTRADA
               STRING "+55" WS-TELEFONE DELIMITED BY SPACE
                   INTO WS-CHAVE-ENTRADA
               MOVE "S" TO WS-FORMATO-VALIDO
           END-IF.

      * One @ with something before it, and a domain after it with
      * at least one dot that neither starts nor ends it.
       VALIDAR-CHAVE-EMAIL.
           MOVE 0 TO WS-QTD-ARROBA.
           INSPECT WS-CHAVE-ENTRADA TALLYING WS-QTD-ARROBA
               FOR ALL "@".
           MOVE 0 TO WS-POS-ARROBA.
           INSPECT WS-CHAVE-ENTRADA TALLYING WS-POS-ARROBA
               FOR CHARACTERS BEFORE INITIAL "@".
           IF WS-QTD-ARROBA = 1 AND WS-POS-ARROBA > 0
                   AND WS-POS-ARROBA + 3 < WS-TAMANHO
               COMPUTE WS-TAM-DOMINIO = WS-TAMANHO - WS-POS-ARROBA - 1
               MOVE 0 TO WS-QTD-PONTOS
               INSPECT WS-CHAVE-ENTRADA(WS-POS-ARROBA + 2:
                                        WS-TAM-DOMINIO)
                   TALLYING WS-QTD-PONTOS FOR ALL "."
               IF WS-QTD-PONTOS > 0
                       AND WS-CHAVE-ENTRADA(WS-POS-ARROBA + 2:1)
                           NOT = "."
                       AND WS-CHAVE-ENTRADA(WS-TAMANHO:1) NOT = "."
                   MOVE "S" TO WS-FORMATO-VALIDO
               END-IF
           END-IF.

      * Random key: 32 hexadecimal digits in groups of 8-4-4-4-12,
      * kept in lower case as the directory issues it.
       VALIDAR-CHAVE-ALEATORIA.
           IF WS-TAMANHO = 36
               INSPECT WS-CHAVE-ENTRADA
                   CONVERTING "ABCDEF" TO "abcdef"
               MOVE "S" TO WS-FORMATO-VALIDO
               PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > 36
                   MOVE WS-CHAVE-ENTRADA(WS-POS:1) TO WS-CARACTER
                   IF WS-POS = 9 OR WS-POS = 14 OR WS-POS = 19
                           OR WS-POS = 24
                       IF WS-CARACTER NOT = "-"
                           MOVE "N" TO WS-FORMATO-VALIDO
                       END-IF
                   ELSE
                       IF NOT WS-CARACTER-HEXA
                           MOVE "N" TO WS-FORMATO-VALIDO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       MONTAR-REGISTRO-CHAVE.
           MOVE WS-TIPO-ENTRADA    TO PX-TIPO-CHAVE.
           MOVE WS-CHAVE-ENTRADA   TO PX-CHAVE.
           MOVE WS-CPF-FUNCIONARIO TO PX-CPF-TITULAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PX-DATA-CADASTRO.
           SET PX-ATIVA TO TRUE.

       MONTAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-ANTES-IMAGEM.
           STRING PX-TIPO-CHAVE "/" PX-CHAVE
               DELIMITED BY SIZE INTO WS-ANTES-IMAGEM.

       MONTAR-IMAGEM-DEPOIS.
           MOVE SPACES TO WS-DEPOIS-IMAGEM.
           STRING PX-TIPO-CHAVE "/" PX-CHAVE
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "CHAVEPIX" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "CHAVE-PIX: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "CHAVE-PIX: CADEIA NOTURNA EM "
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
               DISPLAY "CHAVE-PIX: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "CHAVEPIX" TO TV-ARQUIVO.
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
           MOVE "CHAVEPIX"      TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM CHAVE-PIX.
