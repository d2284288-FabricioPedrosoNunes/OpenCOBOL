       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANO-SAUDE.

      * Maintenance of the health plan enrollment
      * (data/plano-saude.dat, copybooks/PLANOSAUDE.cpy), one record
      * per life covered, keyed by employee code plus life sequence
      * - the same menu-and-audit pattern cadastro/dependente.cob
      * applies to dependents. Sequence 00 enrolls the employee as
      * holder; any other sequence must be a dependent already on
      * data/dependentes.dat, so the plan never covers someone HR
      * has no record of. ENCERRAR takes a life out of the
      * deduction and the invoice check without losing its history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-MASTER ASSIGN TO "data/plano-saude.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               ALTERNATE RECORD KEY IS PL-CARTEIRINHA WITH DUPLICATES
               FILE STATUS IS WS-FS-PLANO.

           SELECT DEPENDENTE-MASTER ASSIGN TO "data/dependentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTE.

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
       FD  PLANO-MASTER.
       COPY PLANOSAUDE.

       FD  DEPENDENTE-MASTER.
       COPY DEPENDENTE.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-PLANO PIC XX.
           88 WS-PLANO-OK         VALUE "00".
           88 WS-PLANO-NAO-ACHOU  VALUE "23".
           88 WS-PLANO-NAO-EXISTE VALUE "35".

       01  WS-FS-DEPENDENTE PIC XX.
           88 WS-DEPENDENTE-OK VALUE "00".

       01  WS-DEPENDENTES-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-DEPENDENTES VALUE "S".

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

       01  WS-VIDA-VALIDA PIC X VALUE "N".
           88 WS-VIDA-ACEITA VALUE "S".

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

           OPEN I-O PLANO-MASTER.

           IF WS-PLANO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE PLANO-MASTER
               OPEN OUTPUT PLANO-MASTER
               CLOSE PLANO-MASTER
               OPEN I-O PLANO-MASTER
           END-IF.

           IF NOT WS-PLANO-OK
               DISPLAY "PLANO-SAUDE: ERRO NA ABERTURA - "
                       WS-FS-PLANO
               STOP RUN
           END-IF.

      * sem arquivo de dependentes so o titular pode ser incluido
           OPEN INPUT DEPENDENTE-MASTER.
           IF WS-DEPENDENTE-OK
               MOVE "S" TO WS-DEPENDENTES-DISPONIVEIS
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE PLANO-MASTER.
           IF WS-HA-DEPENDENTES
               CLOSE DEPENDENTE-MASTER
           END-IF.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== PLANO DE SAUDE ====".
           DISPLAY "1 - INCLUIR VIDA".
           DISPLAY "2 - ALTERAR VIDA".
           DISPLAY "3 - ENCERRAR VIDA".
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
               WHEN 1 PERFORM INCLUIR-VIDA
               WHEN 2 PERFORM ALTERAR-VIDA
               WHEN 3 PERFORM ENCERRAR-VIDA
               WHEN 4 PERFORM CONSULTAR-VIDAS
               WHEN 5 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       INCLUIR-VIDA.
           PERFORM ACEITAR-CHAVE.
           MOVE "N" TO WS-VIDA-VALIDA.
           IF WS-CHAVE-VALIDA = "S"
               PERFORM VERIFICAR-VIDA
           END-IF.
           IF WS-VIDA-ACEITA
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
               IF WS-TEM-TRAVA
                   PERFORM INCLUIR-VIDA-TRAVADA
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.

       INCLUIR-VIDA-TRAVADA.
           MOVE WS-COD-ENTRADA TO PL-CODFUNC.
           MOVE WS-SEQ-ENTRADA TO PL-SEQUENCIA.
           PERFORM ACEITAR-DADOS-PLANO.
           IF WS-DADOS-VALIDOS = "S"
               PERFORM ACEITAR-DATA-INCLUSAO
           END-IF.

           IF WS-DADOS-VALIDOS = "S"
               SET PL-ATIVO TO TRUE
               WRITE PL-PLANO-SAUDE
                   INVALID KEY
                       DISPLAY "VIDA JA CADASTRADA: " PL-CODFUNC
                               "/" PL-SEQUENCIA
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE SPACES     TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-DEPOIS
                       MOVE "PLANO" TO WS-AUD-CAMPO
                       MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-VIDA.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-VIDA-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ALTERAR-VIDA-TRAVADA.
           MOVE WS-COD-ENTRADA TO PL-CODFUNC.
           MOVE WS-SEQ-ENTRADA TO PL-SEQUENCIA.
           READ PLANO-MASTER
               INVALID KEY
                   DISPLAY "VIDA NAO ENCONTRADA: " PL-CODFUNC
                           "/" PL-SEQUENCIA
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-ANTES
                   PERFORM ACEITAR-DADOS-PLANO
                   IF WS-DADOS-VALIDOS = "S"
                       SET PL-ATIVO TO TRUE
                       REWRITE PL-PLANO-SAUDE
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " PL-CODFUNC
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "PLANO" TO WS-AUD-CAMPO
                               MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES
                               PERFORM MONTAR-IMAGEM-DEPOIS
                               MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       ENCERRAR-VIDA.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ENCERRAR-VIDA-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ENCERRAR-VIDA-TRAVADA.
           MOVE WS-COD-ENTRADA TO PL-CODFUNC.
           MOVE WS-SEQ-ENTRADA TO PL-SEQUENCIA.
           READ PLANO-MASTER
               INVALID KEY
                   DISPLAY "VIDA NAO ENCONTRADA: " PL-CODFUNC
                           "/" PL-SEQUENCIA
               NOT INVALID KEY
                   MOVE PL-SITUACAO TO WS-AUD-ANTES
                   SET PL-ENCERRADO TO TRUE
                   REWRITE PL-PLANO-SAUDE
                       INVALID KEY
                           DISPLAY "ERRO NA REGRAVACAO: " PL-CODFUNC
                       NOT INVALID KEY
                           DISPLAY "VIDA ENCERRADA: " PL-CODFUNC
                                   "/" PL-SEQUENCIA
                           MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                           MOVE "SITUACAO"  TO WS-AUD-CAMPO
                           MOVE PL-SITUACAO TO WS-AUD-DEPOIS
                           PERFORM REGISTRAR-AUDITORIA
                   END-REWRITE
           END-READ.

      * Lists every life of one employee by START on the code and
      * sequential reads while the code still matches.
       CONSULTAR-VIDAS.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               PERFORM LISTAR-VIDAS
           END-IF.

       LISTAR-VIDAS.
           MOVE WS-COD-ENTRADA TO PL-CODFUNC.
           MOVE 0 TO PL-SEQUENCIA.
           START PLANO-MASTER KEY IS NOT LESS THAN PL-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA VIDA PARA: " WS-COD-ENTRADA
           END-START.

           IF WS-PLANO-OK
               PERFORM LER-PROXIMA-VIDA
               PERFORM UNTIL NOT WS-PLANO-OK
                       OR PL-CODFUNC NOT = WS-COD-ENTRADA
                   DISPLAY PL-SEQUENCIA " CARTEIRINHA " PL-CARTEIRINHA
                           " PLANO " PL-PLANO " SITUACAO "
                           PL-SITUACAO
                   DISPLAY "   MENSALIDADE " PL-MENSALIDADE
                           " PARTE DO EMPREGADO " PL-PERC-EMPREGADO
                           "% DESDE " PL-DATA-INCLUSAO
                   PERFORM LER-PROXIMA-VIDA
               END-PERFORM
           END-IF.

       LER-PROXIMA-VIDA.
           READ PLANO-MASTER NEXT RECORD
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

      * Code and life through the shared validator - WS-CHAVE-VALIDA
      * stays "N" when either runs out of attempts.
       ACEITAR-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A VIDA (00=TITULAR, 01-99=SEQUENCIA "
                   TO VC-ROTULO
               MOVE "DO DEPENDENTE)" TO VC-ROTULO(45:)
               MOVE 0  TO VC-MINIMO
               MOVE 99 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-SEQ-ENTRADA
               MOVE "S" TO WS-CHAVE-VALIDA
           END-IF.

      * The holder is always a valid life; a dependent life must
      * already be on the dependents file under the same employee.
       VERIFICAR-VIDA.
           MOVE "N" TO WS-VIDA-VALIDA.
           IF WS-SEQ-ENTRADA = 0
               MOVE "S" TO WS-VIDA-VALIDA
           ELSE
               IF WS-HA-DEPENDENTES
                   MOVE WS-COD-ENTRADA TO DE-CODFUNC
                   MOVE WS-SEQ-ENTRADA TO DE-SEQUENCIA
                   READ DEPENDENTE-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-VIDA-VALIDA
                   END-READ
               END-IF
               IF NOT WS-VIDA-ACEITA
                   DISPLAY "DEPENDENTE NAO CADASTRADO: "
                           WS-COD-ENTRADA "/" WS-SEQ-ENTRADA
               END-IF
           END-IF.

      * Prompts the insurer's card, the tier and the pricing, each
      * through the shared validator; the employee's share is a
      * percentage of the fee, never above the whole of it. A field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the record is not written.
       ACEITAR-DADOS-PLANO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME A CARTEIRINHA DA OPERADORA" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO PL-CARTEIRINHA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME O PLANO" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO PL-PLANO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A MENSALIDADE" TO VC-ROTULO
               MOVE 0        TO VC-MINIMO
               MOVE 99999.99 TO VC-MAXIMO
               MOVE 2        TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO PL-MENSALIDADE
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O PERCENTUAL PAGO PELO EMPREGADO (0-100)"
                   TO VC-ROTULO
               MOVE 0   TO VC-MINIMO
               MOVE 100 TO VC-MAXIMO
               MOVE 2   TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO PL-PERC-EMPREGADO
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

       ACEITAR-DATA-INCLUSAO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-DATA TO TRUE.
           MOVE "INFORME A DATA DE INCLUSAO (AAAAMMDD)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO PL-DATA-INCLUSAO
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

       MONTAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-ANTES-IMAGEM.
           STRING PL-PLANO "/" PL-MENSALIDADE "/" PL-PERC-EMPREGADO
               DELIMITED BY SIZE INTO WS-ANTES-IMAGEM.

       MONTAR-IMAGEM-DEPOIS.
           MOVE SPACES TO WS-DEPOIS-IMAGEM.
           STRING PL-PLANO "/" PL-MENSALIDADE "/" PL-PERC-EMPREGADO
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "PLANOSAU" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "PLANO-SAUDE: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "PLANO-SAUDE: CADEIA NOTURNA "
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
               DISPLAY "PLANO-SAUDE: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "PLANOSAUDE" TO TV-ARQUIVO.
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
           MOVE "PLANOSAU"      TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM PLANO-SAUDE.
