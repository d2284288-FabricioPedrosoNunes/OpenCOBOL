               RECORD KEY IS EP-CODIGO
               FILE STATUS IS WS-FS-EMPRESA.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  EMPRESA-MASTER.
       COPY EMPRESA.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

           88 WS-EMPRESA-NAO-ACHOU  VALUE "23".
           88 WS-EMPRESA-NAO-EXISTE VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-COD-VALIDO  PIC X VALUE "N".
       01  WS-COD-ENTRADA PIC 9(3).
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

           OPEN I-O EMPRESA-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE EMPRESA-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the supervisor only, consulta
      * and SAIR to every perfil - an override on
      * data/permissoes.dat replaces this default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 2
                   MOVE "S" TO VP-PERFIS-PADRAO
               WHEN OTHER
                   MOVE "RASC" TO VP-PERFIS-PADRAO
           END-EVALUATE.
           CALL "VERIFICAR-PERMISSAO" USING VP-PARAMETROS.
           IF VP-PERMITIDO
               PERFORM EXECUTAR-OPCAO
           END-IF.

       EXECUTAR-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM ADICIONAR-EMPRESA
               WHEN 2 PERFORM ALTERAR-EMPRESA

       ADICIONAR-EMPRESA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-EMPRESA-TRAVADA
               PERFORM LIBERAR-TRAVA
           MOVE WS-COD-ENTRADA TO EP-CODIGO.
           PERFORM ACEITAR-DADOS-EMPRESA.

           IF WS-DADOS-VALIDOS = "S"
               WRITE EP-EMPRESA
                   INVALID KEY
                       DISPLAY "EMPRESA JA CADASTRADA: " EP-CODIGO
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "EMPRESA"  TO WS-AUD-CAMPO
                       MOVE SPACES  TO WS-AUD-ANTES
                       MOVE EP-NOME TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-EMPRESA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-EMPRESA-TRAVADA
               PERFORM LIBERAR-TRAVA
               NOT INVALID KEY
                   MOVE EP-NOME TO WS-AUD-ANTES
                   PERFORM ACEITAR-DADOS-EMPRESA
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE EP-EMPRESA
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " EP-CODIGO
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "EMPRESA"   TO WS-AUD-CAMPO
                               MOVE EP-NOME TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       CONSULTAR-EMPRESA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO EP-CODIGO
               READ EMPRESA-MASTER
                   INVALID KEY
                       DISPLAY "EMPRESA NAO ENCONTRADA: " EP-CODIGO
                   NOT INVALID KEY
                       DISPLAY "EMPRESA..: " EP-CODIGO
                       DISPLAY "CNPJ.....: " EP-CNPJ
                       DISPLAY "NOME.....: " EP-NOME
                       DISPLAY "CONVENIO.: " EP-CONVENIO
               END-READ
           END-IF.

      * Code through the shared validator - WS-COD-VALIDO stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-COD.
           MOVE "N" TO WS-COD-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DA EMPRESA" TO VC-ROTULO.
           MOVE 1   TO VC-MINIMO.
           MOVE 999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-COD-ENTRADA
               MOVE "S" TO WS-COD-VALIDO
           END-IF.

      * Each field through the shared validator in turn; a field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the record is not written.
       ACEITAR-DADOS-EMPRESA.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-CNPJ TO TRUE.
           MOVE "INFORME O CNPJ (14 DIGITOS)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO(1:14) TO EP-CNPJ
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME A RAZAO SOCIAL" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO EP-NOME
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O CONVENIO BANCARIO" TO VC-ROTULO
               MOVE 1      TO VC-MINIMO
               MOVE 999999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO EP-CONVENIO
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "EMPRESA" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "EMPRESA: OPERADOR NAO AUTENTICADO"
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

       END PROGRAM EMPRESA.
