       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALE-REFEICAO.

      * Maintenance of the vale-refeicao / vale-alimentacao opt-ins
      * (data/valerefeicao.dat, copybooks/VALEREFEICAO.cpy) - the
      * same menu-and-audit pattern cadastro/vale_transporte.cob
      * applies to the transit benefit. ADERIR records the
      * employee's card, the benefit chosen, the value per day and
      * the PAT co-payment percentage; ENCERRAR takes them out of
      * the co-payment and the vendor order without losing the
      * record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALE-MASTER ASSIGN TO "data/valerefeicao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-CODFUNC
               FILE STATUS IS WS-FS-VALE.

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
       FD  VALE-MASTER.
       COPY VALEREFEICAO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-VALE PIC XX.
           88 WS-VALE-OK         VALUE "00".
           88 WS-VALE-NAO-ACHOU  VALUE "23".
           88 WS-VALE-NAO-EXISTE VALUE "35".

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
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
       01  WS-CARTAO-VALIDO PIC X VALUE "N".
       01  WS-TENTATIVAS    PIC 9.

       01  WS-ANTES-IMAGEM  PIC X(30).
       01  WS-DEPOIS-IMAGEM PIC X(30).

      * The PAT lets the employer charge at most 20 percent of the
      * benefit to the employee.
       01  WS-PERC-PAT-MAXIMO PIC 9(2)V9(2) VALUE 20.

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

           OPEN I-O VALE-MASTER.

           IF WS-VALE-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE VALE-MASTER
               OPEN OUTPUT VALE-MASTER
               CLOSE VALE-MASTER
               OPEN I-O VALE-MASTER
           END-IF.

           IF NOT WS-VALE-OK
               DISPLAY "VALE-REFEICAO: ERRO NA ABERTURA - "
                       WS-FS-VALE
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE VALE-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== VALE-REFEICAO / ALIMENTACAO ====".
           DISPLAY "1 - ADERIR".
           DISPLAY "2 - ALTERAR".
           DISPLAY "3 - ENCERRAR".
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
               WHEN 1 PERFORM ADERIR-VALE
               WHEN 2 PERFORM ALTERAR-VALE
               WHEN 3 PERFORM ENCERRAR-VALE
               WHEN 4 PERFORM CONSULTAR-VALE
               WHEN 5 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ADERIR-VALE.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADERIR-VALE-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ADERIR-VALE-TRAVADA.
           MOVE WS-COD-ENTRADA TO VR-CODFUNC.
           PERFORM ACEITAR-DADOS-VALE.
           IF WS-DADOS-VALIDOS = "S"
               SET VR-ATIVO TO TRUE
               WRITE VR-VALE-REFEICAO
                   INVALID KEY
                       DISPLAY "ADESAO JA CADASTRADA PARA: " VR-CODFUNC
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE SPACES     TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-DEPOIS
                       MOVE "VALE-REFEIC" TO WS-AUD-CAMPO
                       MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-VALE.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-VALE-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ALTERAR-VALE-TRAVADA.
           MOVE WS-COD-ENTRADA TO VR-CODFUNC.
           READ VALE-MASTER
               INVALID KEY
                   DISPLAY "ADESAO NAO ENCONTRADA: " VR-CODFUNC
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-ANTES
                   PERFORM ACEITAR-DADOS-VALE
                   IF WS-DADOS-VALIDOS = "S"
                       SET VR-ATIVO TO TRUE
                       REWRITE VR-VALE-REFEICAO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " VR-CODFUNC
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "VALE-REFEIC" TO WS-AUD-CAMPO
                               MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES
                               PERFORM MONTAR-IMAGEM-DEPOIS
                               MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       ENCERRAR-VALE.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ENCERRAR-VALE-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ENCERRAR-VALE-TRAVADA.
           MOVE WS-COD-ENTRADA TO VR-CODFUNC.
           READ VALE-MASTER
               INVALID KEY
                   DISPLAY "ADESAO NAO ENCONTRADA: " VR-CODFUNC
               NOT INVALID KEY
                   MOVE VR-SITUACAO TO WS-AUD-ANTES
                   SET VR-ENCERRADO TO TRUE
                   REWRITE VR-VALE-REFEICAO
                       INVALID KEY
                           DISPLAY "ERRO NA REGRAVACAO: " VR-CODFUNC
                       NOT INVALID KEY
                           DISPLAY "ADESAO ENCERRADA: " VR-CODFUNC
                           MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                           MOVE "SITUACAO"  TO WS-AUD-CAMPO
                           MOVE VR-SITUACAO TO WS-AUD-DEPOIS
                           PERFORM REGISTRAR-AUDITORIA
                   END-REWRITE
           END-READ.

       CONSULTAR-VALE.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO VR-CODFUNC
               READ VALE-MASTER
                   INVALID KEY
                       DISPLAY "ADESAO NAO ENCONTRADA: " VR-CODFUNC
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO: " VR-CODFUNC
                       DISPLAY "CARTAO.....: " VR-CARTAO
                       DISPLAY "BENEFICIO..: " VR-TIPO
                       DISPLAY "VALOR/DIA..: " VR-VALOR-DIA
                       DISPLAY "PERC. PAT..: " VR-PERC-PAT
                       DISPLAY "SITUACAO...: " VR-SITUACAO
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

      * The card number is checked here - sixteen digits, longer
      * than a number the shared validator carries - up to three
      * times; the other fields go through the validator in turn.
      * A field that runs out of attempts leaves WS-DADOS-VALIDOS
      * "N" and the record is not written.
       ACEITAR-DADOS-VALE.
           MOVE "N" TO WS-DADOS-VALIDOS.
           MOVE "N" TO WS-CARTAO-VALIDO.
           MOVE 0 TO WS-TENTATIVAS.
           PERFORM UNTIL WS-CARTAO-VALIDO = "S" OR WS-TENTATIVAS = 3
               PERFORM ACEITAR-CARTAO
           END-PERFORM.
           IF WS-CARTAO-VALIDO = "S"
               PERFORM ACEITAR-BENEFICIO
           END-IF.

       ACEITAR-CARTAO.
           ADD 1 TO WS-TENTATIVAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NUMERO DO CARTAO (16 DIGITOS)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               IF VC-VALOR-TEXTO(1:16) IS NUMERIC
                       AND VC-VALOR-TEXTO(17:) = SPACES
                   MOVE VC-VALOR-TEXTO(1:16) TO VR-CARTAO
                   MOVE "S" TO WS-CARTAO-VALIDO
               ELSE
                   DISPLAY "NUMERO DE CARTAO INVALIDO - INFORME "
                           "16 DIGITOS"
                   IF WS-TENTATIVAS = 3
                       DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                               "OPERACAO CANCELADA"
                   END-IF
               END-IF
           ELSE
               MOVE 3 TO WS-TENTATIVAS
           END-IF.

      * The PAT ceiling is the validator's maximum for the
      * coparticipation percentage.
       ACEITAR-BENEFICIO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-OPCAO TO TRUE.
           MOVE "BENEFICIO (R=REFEICAO A=ALIMENTACAO)" TO VC-ROTULO.
           MOVE "RA" TO VC-OPCOES.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO VR-TIPO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O VALOR POR DIA UTIL" TO VC-ROTULO
               MOVE 0.01   TO VC-MINIMO
               MOVE 999.99 TO VC-MAXIMO
               MOVE 2      TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO VR-VALOR-DIA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O PERCENTUAL DE COPARTICIPACAO PAT"
                   TO VC-ROTULO
               MOVE 0                  TO VC-MINIMO
               MOVE WS-PERC-PAT-MAXIMO TO VC-MAXIMO
               MOVE 2                  TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO VR-PERC-PAT
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

       MONTAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-ANTES-IMAGEM.
           STRING VR-CARTAO "/" VR-TIPO "/" VR-VALOR-DIA "/"
               VR-PERC-PAT
               DELIMITED BY SIZE INTO WS-ANTES-IMAGEM.

       MONTAR-IMAGEM-DEPOIS.
           MOVE SPACES TO WS-DEPOIS-IMAGEM.
           STRING VR-CARTAO "/" VR-TIPO "/" VR-VALOR-DIA "/"
               VR-PERC-PAT
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "VALEREFE" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "VALE-REFEICAO: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "VALE-REFEICAO: CADEIA NOTURNA EM "
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
               DISPLAY "VALE-REFEICAO: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "VALEREFEIC" TO TV-ARQUIVO.
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
           MOVE "VALEREFE"      TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM VALE-REFEICAO.
