               RECORD KEY IS OC-CHAVE
               FILE STATUS IS WS-FS-ORCAMENTO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  ORCAMENTO-MASTER.
       COPY ORCAMENTO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

           88 WS-ORCAMENTO-NAO-ACHOU  VALUE "23".
           88 WS-ORCAMENTO-NAO-EXISTE VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-CENTRO-ENTRADA PIC 9(6).
       01  WS-COMP-ENTRADA   PIC 9(6).
       01  WS-CHAVE-VALIDA   PIC X VALUE "N".
       01  WS-DADOS-VALIDOS  PIC X VALUE "N".

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

           OPEN I-O ORCAMENTO-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE ORCAMENTO-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.
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
               WHEN 1 PERFORM ADICIONAR-ORCAMENTO
               WHEN 2 PERFORM ALTERAR-ORCAMENTO

       ADICIONAR-ORCAMENTO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-CENTRO-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-ORCAMENTO-TRAVADO
               PERFORM LIBERAR-TRAVA
           MOVE WS-COMP-ENTRADA   TO OC-COMPETENCIA.
           PERFORM ACEITAR-DADOS-ORCAMENTO.

           IF WS-DADOS-VALIDOS = "S"
               WRITE OC-ORCAMENTO
                   INVALID KEY
                       DISPLAY "ORCAMENTO JA CADASTRADO: "
                               OC-CENTRO-CUSTO "/" OC-COMPETENCIA
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "ORCAMENTO" TO WS-AUD-CAMPO
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE OC-VALOR-BRUTO TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-ORCAMENTO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-CENTRO-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-ORCAMENTO-TRAVADO
               PERFORM LIBERAR-TRAVA
               NOT INVALID KEY
                   MOVE OC-VALOR-BRUTO TO WS-AUD-ANTES
                   PERFORM ACEITAR-DADOS-ORCAMENTO
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE OC-ORCAMENTO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: "
                                       OC-CENTRO-CUSTO
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "ORCAMENTO" TO WS-AUD-CAMPO
                               MOVE OC-VALOR-BRUTO TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       CONSULTAR-ORCAMENTO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-CENTRO-ENTRADA TO OC-CENTRO-CUSTO
               MOVE WS-COMP-ENTRADA   TO OC-COMPETENCIA
               READ ORCAMENTO-MASTER
                   INVALID KEY
                       DISPLAY "ORCAMENTO NAO ENCONTRADO: "
                               OC-CENTRO-CUSTO "/" OC-COMPETENCIA
                   NOT INVALID KEY
                       DISPLAY "CENTRO......: " OC-CENTRO-CUSTO
                       DISPLAY "COMPETENCIA.: " OC-COMPETENCIA
                       DISPLAY "HEADCOUNT...: " OC-QTD-FUNCIONARIOS
                       DISPLAY "BRUTO.......: " OC-VALOR-BRUTO
               END-READ
           END-IF.

      * Centro and competencia through the shared validator -
      * WS-CHAVE-VALIDA stays "N" when either runs out of attempts
      * and the option is abandoned.
       ACEITAR-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CENTRO DE CUSTO" TO VC-ROTULO.
           MOVE 1      TO VC-MINIMO.
           MOVE 999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-CENTRO-ENTRADA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-COMPETENCIA TO TRUE
               MOVE "INFORME A COMPETENCIA (AAAAMM)" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-COMP-ENTRADA
               MOVE "S" TO WS-CHAVE-VALIDA
           END-IF.

      * Each field through the shared validator in turn; a field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the record is not written.
       ACEITAR-DADOS-ORCAMENTO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O HEADCOUNT ORCADO" TO VC-ROTULO.
           MOVE 0     TO VC-MINIMO.
           MOVE 99999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO OC-QTD-FUNCIONARIOS
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O BRUTO ORCADO" TO VC-ROTULO
               MOVE 0 TO VC-MINIMO
               MOVE 2 TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO OC-VALOR-BRUTO
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "ORCAMENT" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "ORCAMENTO: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

      * The nightly chain owns every master while it runs - an
      * update landing mid-pass could poison every file downstream
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM ORCAMENTO.
