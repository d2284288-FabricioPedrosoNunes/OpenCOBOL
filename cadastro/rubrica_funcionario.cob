               RECORD KEY IS RB-CODIGO
               FILE STATUS IS WS-FS-RUBRICA.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  RUBRICA-MASTER.
       COPY RUBRICA.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       01  WS-FS-RUBRICA PIC XX.
           88 WS-RUBRICA-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".
       01  WS-COD-VALIDO  PIC X VALUE "N".
       01  WS-COD-ENTRADA PIC 9(6).
       01  WS-SEQ-ENTRADA PIC 9(2).
       01  WS-CHAVE-VALIDA  PIC X VALUE "N".
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
       01  WS-TENTATIVAS-RUBRICA PIC 9.

       01  WS-RUBRICA-EXISTE PIC X VALUE "N".
           88 WS-RUBRICA-CADASTRADA VALUE "S".
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

           OPEN I-O RUBFUNC-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO

           CLOSE RUBFUNC-MASTER.
           CLOSE RUBRICA-MASTER.
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
               WHEN 1 PERFORM ADICIONAR-ATRIBUICAO
               WHEN 2 PERFORM ENCERRAR-ATRIBUICAO

       ADICIONAR-ATRIBUICAO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-ATRIBUICAO-TRAVADA
               PERFORM LIBERAR-TRAVA
           MOVE WS-COD-ENTRADA TO RF-CODFUNC.
           MOVE WS-SEQ-ENTRADA TO RF-SEQUENCIA.
           PERFORM ACEITAR-DADOS-ATRIBUICAO.

           IF WS-DADOS-VALIDOS = "S"
               SET RF-ATIVA TO TRUE
               WRITE RF-RUBRICA-FUNC
                   INVALID KEY
                       DISPLAY "ATRIBUICAO JA CADASTRADA: " RF-CODFUNC
                               "/" RF-SEQUENCIA
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "RUBRICA-FUNC" TO WS-AUD-CAMPO
                       MOVE SPACES     TO WS-AUD-ANTES
                       MOVE RF-RUBRICA TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ENCERRAR-ATRIBUICAO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ENCERRAR-ATRIBUICAO-TRAVADA
               PERFORM LIBERAR-TRAVA
      * CALC-IMPOSTOS does over the dependents file.
       CONSULTAR-ATRIBUICOES.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE "N" TO WS-LISTA-EOF
               MOVE WS-COD-ENTRADA TO RF-CODFUNC
               MOVE 0 TO RF-SEQUENCIA
               START RUBFUNC-MASTER KEY IS NOT LESS THAN RF-CHAVE
                   INVALID KEY SET WS-FIM-LISTA TO TRUE
               END-START
               PERFORM UNTIL WS-FIM-LISTA
                   READ RUBFUNC-MASTER NEXT RECORD
                       AT END SET WS-FIM-LISTA TO TRUE
                       NOT AT END
                           IF RF-CODFUNC NOT = WS-COD-ENTRADA
                               SET WS-FIM-LISTA TO TRUE
                           ELSE
                               DISPLAY RF-SEQUENCIA " RUBRICA "
                                       RF-RUBRICA " VALOR " RF-VALOR
                                       " " RF-SITUACAO
                           END-IF
                   END-READ
               END-PERFORM
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

      * Employee and sequence - WS-CHAVE-VALIDA stays "N" when either
      * runs out of attempts.
       ACEITAR-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A SEQUENCIA DA ATRIBUICAO (01-99)"
                   TO VC-ROTULO
               MOVE 1  TO VC-MINIMO
               MOVE 99 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF WS-COD-VALIDO = "S" AND VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-SEQ-ENTRADA
               MOVE "S" TO WS-CHAVE-VALIDA
           END-IF.

      * The typed rubrica must exist in the catalogue - the folha
      * cannot price an assignment whose rubrica nobody defined. A
      * code not in the catalogue counts as a failed attempt, so
      * three of them abandon the assignment like any bad entry.
       ACEITAR-DADOS-ATRIBUICAO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           MOVE "N" TO WS-RUBRICA-EXISTE.
           MOVE 0 TO WS-TENTATIVAS-RUBRICA.
           PERFORM UNTIL WS-RUBRICA-CADASTRADA
                      OR WS-TENTATIVAS-RUBRICA = 3
               PERFORM ACEITAR-RUBRICA
           END-PERFORM.
           IF WS-RUBRICA-CADASTRADA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O VALOR PROPRIO (0 = VALOR DA RUBRICA)"
                   TO VC-ROTULO
               MOVE 0          TO VC-MINIMO
               MOVE 9999999.99 TO VC-MAXIMO
               MOVE 2          TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-NUMERICO TO RF-VALOR
                   MOVE "S" TO WS-DADOS-VALIDOS
               END-IF
           ELSE
               IF VC-ACEITO
                   DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                           "OPERACAO CANCELADA"
               END-IF
           END-IF.

       ACEITAR-RUBRICA.
           ADD 1 TO WS-TENTATIVAS-RUBRICA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DA RUBRICA" TO VC-ROTULO.
           MOVE 1   TO VC-MINIMO.
           MOVE 999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO RF-RUBRICA
               MOVE RF-RUBRICA TO RB-CODIGO
               READ RUBRICA-MASTER
                   INVALID KEY
                       MOVE "S" TO WS-RUBRICA-EXISTE
                       DISPLAY "RUBRICA: " RB-DESCRICAO
               END-READ
           ELSE
               MOVE 3 TO WS-TENTATIVAS-RUBRICA
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "RUBRFUNC" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "RUBRICA-FUNCIONARIO: OPERADOR NAO AUTENTICADO"
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

       END PROGRAM RUBRICA-FUNCIONARIO.
