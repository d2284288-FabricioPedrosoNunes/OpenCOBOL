               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
              88 FM-CONTRATO-ESTAGIO     VALUE "G".
              88 FM-CONTRATO-TEMPORARIO  VALUE "T".

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-COD-VALIDO  PIC X VALUE "N".
       01  WS-COD-ENTRADA PIC 9(6).
       01  WS-DADOS-VALIDOS PIC X VALUE "N".

      * Legal consignado ceiling over the salary net of INSS.
       01  WS-MARGEM-PCT PIC 9V9(2) VALUE 0.30.
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

           OPEN I-O EMPRESTIMO-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO

           CLOSE EMPRESTIMO-MASTER.
           CLOSE FUNCIONARIO-MASTER.
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
               WHEN 1 PERFORM ADICIONAR-EMPRESTIMO
               WHEN 2 PERFORM QUITAR-EMPRESTIMO
      * the key until the first is quitado and excluido.
       ADICIONAR-EMPRESTIMO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-EMPRESTIMO-TRAVADA
               PERFORM LIBERAR-TRAVA

       ADICIONAR-COM-MARGEM.
           MOVE WS-COD-ENTRADA TO EM-CODFUNC.
           PERFORM ACEITAR-DADOS-EMPRESTIMO.
           IF WS-DADOS-VALIDOS = "S"
               PERFORM CONFERIR-MARGEM
           END-IF.

       CONFERIR-MARGEM.
           MOVE EM-VALOR-PRINCIPAL TO EM-SALDO-DEVEDOR.
           MOVE 0 TO EM-ULTIMA-COMPETENCIA.

               END-WRITE
           END-IF.

      * Each field through the shared validator in turn; a field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the record is not written.
       ACEITAR-DADOS-EMPRESTIMO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O CREDOR" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO EM-CREDOR
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O VALOR PRINCIPAL" TO VC-ROTULO
               MOVE 0.01       TO VC-MINIMO
               MOVE 9999999.99 TO VC-MAXIMO
               MOVE 2          TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO EM-VALOR-PRINCIPAL
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O VALOR DA PARCELA" TO VC-ROTULO
               MOVE 0.01       TO VC-MINIMO
               MOVE 9999999.99 TO VC-MAXIMO
               MOVE 2          TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO EM-VALOR-PARCELA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O NUMERO DE PARCELAS" TO VC-ROTULO
               MOVE 1   TO VC-MINIMO
               MOVE 999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO EM-PARCELAS-RESTANTES
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

      * 30 percent of the salary net of the INSS the folha itself
      * would withhold - the same figures CALC-IMPOSTOS returns to
      * every payer in the suite.
      * for the next one - the history stays in the audit trail.
       QUITAR-EMPRESTIMO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM QUITAR-EMPRESTIMO-TRAVADA
               PERFORM LIBERAR-TRAVA
               NOT INVALID KEY
                   IF EM-PARCELAS-RESTANTES > 0
                       DISPLAY "AINDA RESTAM " EM-PARCELAS-RESTANTES
                               " PARCELAS"
                       INITIALIZE VC-PARAMETROS
                       SET VC-TIPO-OPCAO TO TRUE
                       MOVE "CONFIRME A QUITACAO EXCLUINDO MESMO "
                           TO VC-ROTULO
                       MOVE "ASSIM? (S/N)" TO VC-ROTULO(37:)
                       MOVE "SN" TO VC-OPCOES
                       CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
                       IF NOT VC-ACEITO OR VC-VALOR-TEXTO NOT = "S"
                           DISPLAY "QUITACAO CANCELADA"
                       ELSE
                           PERFORM EXCLUIR-REGISTRO

       CONSULTAR-EMPRESTIMO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO EM-CODFUNC
               READ EMPRESTIMO-MASTER
                   INVALID KEY
                       DISPLAY "EMPRESTIMO NAO ENCONTRADO: " EM-CODFUNC
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO.....: " EM-CODFUNC
                       DISPLAY "CREDOR..........: " EM-CREDOR
                       DISPLAY "PRINCIPAL.......: " EM-VALOR-PRINCIPAL
                       DISPLAY "PARCELA.........: " EM-VALOR-PARCELA
                       DISPLAY "PARCELAS A PAGAR: "
                               EM-PARCELAS-RESTANTES
                       DISPLAY "SALDO DEVEDOR...: " EM-SALDO-DEVEDOR
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

       MONTAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-ANTES-IMAGEM.
               EM-PARCELAS-RESTANTES
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "EMPRESTI" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "EMPRESTIMO: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

      * The nightly chain owns every master while it runs - an
      * update landing mid-pass could poison every file downstream
      * of the folha, so the cadastro refuses to start.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM EMPRESTIMO.
