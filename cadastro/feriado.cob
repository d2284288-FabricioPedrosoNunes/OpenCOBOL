               RECORD KEY IS FR-DATA
               FILE STATUS IS WS-FS-FERIADO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  FERIADO-MASTER.
       COPY FERIADO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

           88 WS-FERIADO-NAO-ACHOU  VALUE "23".
           88 WS-FERIADO-NAO-EXISTE VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-DATA-VALIDA  PIC X VALUE "N".
       01  WS-DATA-ENTRADA PIC 9(8).
       01  WS-DADOS-VALIDOS PIC X VALUE "N".

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

           OPEN I-O FERIADO-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE FERIADO-MASTER.
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
               WHEN 1 PERFORM ADICIONAR-FERIADO
               WHEN 2 PERFORM EXCLUIR-FERIADO

       ADICIONAR-FERIADO.
           PERFORM ACEITAR-DATA.
           IF WS-DATA-VALIDA = "S"
               MOVE WS-DATA-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-FERIADO-TRAVADO
               PERFORM LIBERAR-TRAVA

       ADICIONAR-FERIADO-TRAVADO.
           MOVE WS-DATA-ENTRADA TO FR-DATA.
           PERFORM ACEITAR-DADOS-FERIADO.

           IF WS-DADOS-VALIDOS = "S"
               WRITE FR-FERIADO
                   INVALID KEY
                       DISPLAY "FERIADO JA CADASTRADO: " FR-DATA
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "FERIADO"  TO WS-AUD-CAMPO
                       MOVE SPACES       TO WS-AUD-ANTES
                       MOVE FR-DESCRICAO TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

      * Each field through the shared validator in turn; a field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the holiday is not written.
       ACEITAR-DADOS-FERIADO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME A DESCRICAO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO FR-DESCRICAO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-OPCAO TO TRUE
               MOVE "INFORME O AMBITO (N/E/M)" TO VC-ROTULO
               MOVE "NEM" TO VC-OPCOES
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO FR-AMBITO
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

       EXCLUIR-FERIADO.
           PERFORM ACEITAR-DATA.
           IF WS-DATA-VALIDA = "S"
               MOVE WS-DATA-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM EXCLUIR-FERIADO-TRAVADO
               PERFORM LIBERAR-TRAVA

       CONSULTAR-FERIADO.
           PERFORM ACEITAR-DATA.
           IF WS-DATA-VALIDA = "S"
               MOVE WS-DATA-ENTRADA TO FR-DATA
               READ FERIADO-MASTER
                   INVALID KEY
                       DISPLAY "FERIADO NAO ENCONTRADO: " FR-DATA
                   NOT INVALID KEY
                       DISPLAY "DATA......: " FR-DATA
                       DISPLAY "DESCRICAO.: " FR-DESCRICAO
                       DISPLAY "AMBITO....: " FR-AMBITO
               END-READ
           END-IF.

      * Date through the shared validator - WS-DATA-VALIDA stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-DATA.
           MOVE "N" TO WS-DATA-VALIDA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-DATA TO TRUE.
           MOVE "INFORME A DATA DO FERIADO (AAAAMMDD)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-DATA-ENTRADA
               MOVE "S" TO WS-DATA-VALIDA
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "FERIADO" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "FERIADO: OPERADOR NAO AUTENTICADO"
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

       END PROGRAM FERIADO.
