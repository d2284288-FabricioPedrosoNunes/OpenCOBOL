      * copybooks/DEPENDENTE.cpy), keyed by employee code plus
      * dependent sequence - the same menu-and-audit pattern PROG31
      * set for PESSOA-MASTER, with each dependent's CPF validated
      * by the check-digit rule of the shared field validator.
      * IRRF allows a deduction per dependent; until this file
      * existed every employee with children was over-withheld.

               RECORD KEY IS DE-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTE.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  DEPENDENTE-MASTER.
       COPY DEPENDENTE.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

           88 WS-DEPENDENTE-NAO-ACHOU  VALUE "23".
           88 WS-DEPENDENTE-NAO-EXISTE VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".
       01  WS-COD-VALIDO  PIC X VALUE "N".
       01  WS-COD-ENTRADA PIC 9(6).
       01  WS-SEQ-ENTRADA PIC 9(2).
       01  WS-CHAVE-VALIDA  PIC X VALUE "N".
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

           OPEN I-O DEPENDENTE-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE DEPENDENTE-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.
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
               WHEN 1 PERFORM ADICIONAR-DEPENDENTE
               WHEN 2 PERFORM ALTERAR-DEPENDENTE

       ADICIONAR-DEPENDENTE.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-DEPENDENTE-TRAVADA
               PERFORM LIBERAR-TRAVA
           MOVE WS-SEQ-ENTRADA TO DE-SEQUENCIA.
           PERFORM ACEITAR-DADOS-DEPENDENTE.

           IF WS-DADOS-VALIDOS = "S"
               WRITE DE-DEPENDENTE
                   INVALID KEY
                       DISPLAY "DEPENDENTE JA CADASTRADO: " DE-CODFUNC
                               "/" DE-SEQUENCIA
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "DEPENDENTE" TO WS-AUD-CAMPO
                       MOVE SPACES  TO WS-AUD-ANTES
                       MOVE DE-NOME TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-DEPENDENTE.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-DEPENDENTE-TRAVADA
               PERFORM LIBERAR-TRAVA
               NOT INVALID KEY
                   MOVE DE-NOME TO WS-AUD-ANTES
                   PERFORM ACEITAR-DADOS-DEPENDENTE
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE DE-DEPENDENTE
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " DE-CODFUNC
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "DEPENDENTE" TO WS-AUD-CAMPO
                               MOVE DE-NOME TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       EXCLUIR-DEPENDENTE.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM EXCLUIR-DEPENDENTE-TRAVADA
               PERFORM LIBERAR-TRAVA
      * Lists every dependent of one employee by START on the code
      * and sequential reads while the code still matches.
       CONSULTAR-DEPENDENTES.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               PERFORM LISTAR-DEPENDENTES
           END-IF.

       LISTAR-DEPENDENTES.
           MOVE WS-COD-ENTRADA TO DE-CODFUNC.
           MOVE 0 TO DE-SEQUENCIA.
           START DEPENDENTE-MASTER KEY IS NOT LESS THAN DE-CHAVE
               PERFORM UNTIL NOT WS-DEPENDENTE-OK
                       OR DE-CODFUNC NOT = WS-COD-ENTRADA
                   DISPLAY DE-SEQUENCIA " " DE-NOME " "
                           DE-PARENTESCO " " DE-CPF " "
                           DE-INVALIDO
                   PERFORM LER-PROXIMO-DEPENDENTE
               END-PERFORM
           END-IF.
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
               MOVE "INFORME A SEQUENCIA DO DEPENDENTE (01-99)"
                   TO VC-ROTULO
               MOVE 1  TO VC-MINIMO
               MOVE 99 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-NUMERICO TO WS-SEQ-ENTRADA
                   MOVE "S" TO WS-CHAVE-VALIDA
               END-IF
           END-IF.

      * Prompts the dependent's data, each field through the shared
      * validator - the CPF by the same check-digit rule PROG31
      * applies. A field that runs out of attempts leaves
      * WS-DADOS-VALIDOS "N" and the record is not written.
       ACEITAR-DADOS-DEPENDENTE.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NOME DO DEPENDENTE" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO DE-NOME
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-DATA TO TRUE
               MOVE "INFORME A DATA DE NASCIMENTO (AAAAMMDD)"
                   TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO DE-DATA-NASCIMENTO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME O PARENTESCO" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO DE-PARENTESCO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-OPCAO TO TRUE
               MOVE "DEPENDENTE INVALIDO PARA O TRABALHO (S/N)"
                   TO VC-ROTULO
               MOVE "SN" TO VC-OPCOES
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO DE-INVALIDO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-CPF TO TRUE
               MOVE "INFORME O CPF DO DEPENDENTE (11 DIGITOS)"
                   TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO(1:11) TO DE-CPF
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "DEPENDEN" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "DEPENDENTE: OPERADOR NAO AUTENTICADO"
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

       END PROGRAM DEPENDENTE.
