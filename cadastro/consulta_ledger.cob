       01  WS-COMP-ENTRADA PIC 9(6).
       01  WS-EMP-ENTRADA  PIC 9(3).
       01  WS-ANO-ALVO     PIC 9(4).
       01  WS-CHAVE-VALIDA PIC X VALUE "N".

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
           PERFORM IDENTIFICAR-OPERADOR.

           OPEN INPUT FOLHA-LEDGER.

           IF NOT WS-LEDGER-OK
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Nothing here changes a record, so every perfil may consult
      * by default - an override on data/permissoes.dat can still
      * close the option to a perfil that should not see pay.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           MOVE "RASC" TO VP-PERFIS-PADRAO.
           CALL "VERIFICAR-PERMISSAO" USING VP-PARAMETROS.
           IF VP-PERMITIDO
               PERFORM EXECUTAR-OPCAO
           END-IF.

       EXECUTAR-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM CONSULTAR-PAGAMENTO
               WHEN 2 MOVE "N" TO WS-CONTINUAR
           END-EVALUATE.

       CONSULTAR-PAGAMENTO.
           PERFORM ACEITAR-CHAVE-PAGAMENTO.
           IF WS-CHAVE-VALIDA = "S"
               PERFORM LER-PAGAMENTO
           END-IF.

      * Code, competencia and empresa through the shared validator -
      * WS-CHAVE-VALIDA stays "N" when a field runs out of attempts.
       ACEITAR-CHAVE-PAGAMENTO.
           MOVE "N" TO WS-CHAVE-VALIDA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO FUNCIONARIO" TO VC-ROTULO.
           MOVE 1      TO VC-MINIMO.
           MOVE 999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-COD-ENTRADA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-COMPETENCIA TO TRUE
               MOVE "INFORME A COMPETENCIA (AAAAMM)" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-COMP-ENTRADA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A EMPRESA (BRANCO = 001)" TO VC-ROTULO
               MOVE 1   TO VC-MINIMO
               MOVE 999 TO VC-MAXIMO
               MOVE "S" TO VC-OPCIONAL
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               EVALUATE TRUE
                   WHEN VC-EM-BRANCO
                       MOVE 1 TO WS-EMP-ENTRADA
                       MOVE "S" TO WS-CHAVE-VALIDA
                   WHEN VC-ACEITO
                       MOVE VC-VALOR-NUMERICO TO WS-EMP-ENTRADA
                       MOVE "S" TO WS-CHAVE-VALIDA
               END-EVALUATE
           END-IF.

       LER-PAGAMENTO.
           MOVE WS-COD-ENTRADA  TO LG-CODFUNC.
           MOVE WS-COMP-ENTRADA TO LG-COMPETENCIA.
           MOVE WS-EMP-ENTRADA  TO LG-EMPRESA.
               CLOSE LEDGER-ARQUIVO
           END-IF.

      * Sign-on before the ledger opens - pay is read here, so the
      * session has to know who is asking.
       IDENTIFICAR-OPERADOR.
           MOVE "CONSLEDG" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "CONSULTA-LEDGER: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

       END PROGRAM CONSULTA-LEDGER.
