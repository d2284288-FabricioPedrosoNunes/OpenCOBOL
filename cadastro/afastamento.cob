      * come back - the same menu-and-audit pattern PROG31 set for
      * PESSOA-MASTER. FUNCIONARIOS-AFASTADOS reads this file daily
      * to flag whoever is past the date recorded here.
      *
      * The leave type is coded (copybooks/AFASTAMENTO.cpy) because
      * FOLHA-PAGAMENTO pays the leave days by it; a maternity leave
      * registered without an expected return gets the legal 120
      * days, and closing a leave records the actual return date,
      * which settles the last month's days.
      *
      * A leave longer than 30 days only closes once an apto retorno
      * ao trabalho exam dated inside the leave (from its start on)
      * is on data/aso.dat (cadastro/aso.cob) - the NR-7 rule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AF-CODFUNC
               FILE STATUS IS WS-FS-AFASTAMENTO.

           SELECT ASO-MASTER ASSIGN TO "data/aso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WS-FS-ASO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
       FD  AFASTAMENTO-MASTER.
       COPY AFASTAMENTO.

       FD  ASO-MASTER.
       COPY ASO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.
           88 WS-AFASTAMENTO-NAO-ACHOU  VALUE "23".
           88 WS-AFASTAMENTO-NAO-EXISTE VALUE "35".

       01  WS-FS-ASO PIC XX.
           88 WS-ASO-OK VALUE "00".

       01  WS-VALIDA-ASO PIC X VALUE "N".
           88 WS-DEVE-VALIDAR-ASO VALUE "S".

      * Past this many days away the employee is examined before
      * taking up work again.
       01  WS-DIAS-EXIGE-RETORNO PIC 9(3) VALUE 30.
       01  WS-DIAS-AFASTADO      PIC S9(6).
       01  WS-DATA-RETORNO-EFETIVA PIC 9(8).

       01  WS-ASO-RETORNO PIC X VALUE "N".
           88 WS-TEM-ASO-RETORNO VALUE "S".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-COD-VALIDO  PIC X VALUE "N".
       01  WS-COD-ENTRADA PIC 9(6).
       01  WS-DADOS-VALIDOS PIC X VALUE "N".

       01  WS-TIPO-NUMERO PIC 9(2).
       01  WS-DATA-RETORNO-REAL PIC 9(8).

      * Salario-maternidade runs 120 days from the start.
       01  WS-DIAS-MATERNIDADE PIC 9(3) VALUE 120.

      * New-leave values held aside while REGISTRAR re-reads an
      * existing record - a closed leave on file is replaced by the
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

           OPEN I-O AFASTAMENTO-MASTER.
               STOP RUN
           END-IF.

           OPEN INPUT ASO-MASTER.
           IF WS-ASO-OK
               MOVE "S" TO WS-VALIDA-ASO
           ELSE
               DISPLAY "AFASTAMENTO: CADASTRO DE ASO INDISPONIVEL ("
                       WS-FS-ASO ") - EXAME DE RETORNO NAO SERA "
                       "EXIGIDO"
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
           END-PERFORM.

           CLOSE AFASTAMENTO-MASTER.
           IF WS-DEVE-VALIDAR-ASO
               CLOSE ASO-MASTER
           END-IF.
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
               WHEN 1 PERFORM REGISTRAR-AFASTAMENTO
               WHEN 2 PERFORM PRORROGAR-AFASTAMENTO

       REGISTRAR-AFASTAMENTO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM REGISTRAR-AFASTAMENTO-TRAVADA
               PERFORM LIBERAR-TRAVA

       REGISTRAR-AFASTAMENTO-TRAVADA.
           MOVE WS-COD-ENTRADA TO AF-CODFUNC.
           PERFORM ACEITAR-DADOS-AFASTAMENTO.
           IF WS-DADOS-VALIDOS = "S"
               PERFORM GRAVAR-AFASTAMENTO
           END-IF.

       GRAVAR-AFASTAMENTO.
           IF AF-MATERNIDADE AND AF-DATA-RETORNO-PREV = 0
                   AND AF-DATA-INICIO > 0
               COMPUTE AF-DATA-RETORNO-PREV =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO)
                       + WS-DIAS-MATERNIDADE)
               DISPLAY "RETORNO DA LICENCA-MATERNIDADE: "
                       AF-DATA-RETORNO-PREV
           END-IF.
           SET AF-ABERTO TO TRUE.

           WRITE AF-AFASTAMENTO

       PRORROGAR-AFASTAMENTO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM PRORROGAR-AFASTAMENTO-TRAVADA
               PERFORM LIBERAR-TRAVA
                       MOVE AF-DATA-RETORNO-PREV TO WS-AUD-ANTES
                       DISPLAY "RETORNO PREVISTO ATUAL: "
                               AF-DATA-RETORNO-PREV
                       INITIALIZE VC-PARAMETROS
                       SET VC-TIPO-DATA TO TRUE
                       MOVE "INFORME O NOVO RETORNO (AAAAMMDD)"
                           TO VC-ROTULO
                       CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
                       IF VC-ACEITO
                           PERFORM REGRAVAR-PRORROGACAO
                       END-IF
                   END-IF
           END-READ.

       REGRAVAR-PRORROGACAO.
           MOVE VC-VALOR-NUMERICO TO AF-DATA-RETORNO-PREV.
           REWRITE AF-AFASTAMENTO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO: " AF-CODFUNC
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                   MOVE "RETORNO-PREV" TO WS-AUD-CAMPO
                   MOVE AF-DATA-RETORNO-PREV TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

      * The record stays on file encerrado; the next REGISTRAR for
      * the same employee replaces it with the new leave. History
      * beyond the last leave lives in the audit trail.
       ENCERRAR-AFASTAMENTO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ENCERRAR-AFASTAMENTO-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

      * The actual return replaces the expected one - the folha
      * pays the closing month's leave days up to it. A blank answer
      * keeps the expected date, so it is only allowed when there is
      * one. A leave longer than 30 days stays open until the retorno
      * ao trabalho exam is recorded.
       ENCERRAR-AFASTAMENTO-TRAVADA.
           MOVE WS-COD-ENTRADA TO AF-CODFUNC.
           READ AFASTAMENTO-MASTER
                   DISPLAY "AFASTAMENTO NAO ENCONTRADO: " AF-CODFUNC
               NOT INVALID KEY
                   MOVE AF-SITUACAO TO WS-AUD-ANTES
                   DISPLAY "RETORNO PREVISTO: " AF-DATA-RETORNO-PREV
                   INITIALIZE VC-PARAMETROS
                   SET VC-TIPO-DATA TO TRUE
                   MOVE "INFORME O RETORNO EFETIVO (AAAAMMDD)"
                       TO VC-ROTULO
                   IF AF-DATA-RETORNO-PREV > 0
                       MOVE "S" TO VC-OPCIONAL
                   END-IF
                   CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
                   IF NOT VC-RECUSADO
                       PERFORM CONFERIR-ENCERRAMENTO
                   END-IF
           END-READ.

       CONFERIR-ENCERRAMENTO.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-DATA-RETORNO-REAL
               MOVE WS-DATA-RETORNO-REAL TO WS-DATA-RETORNO-EFETIVA
           ELSE
               MOVE AF-DATA-RETORNO-PREV TO WS-DATA-RETORNO-EFETIVA
           END-IF.
           IF WS-DATA-RETORNO-EFETIVA = 0
                   OR WS-DATA-RETORNO-EFETIVA < AF-DATA-INICIO
               DISPLAY "RETORNO " WS-DATA-RETORNO-EFETIVA
                       " INVALIDO - INICIO EM " AF-DATA-INICIO
                       " - AFASTAMENTO NAO ENCERRADO"
           ELSE
               PERFORM VERIFICAR-ASO-RETORNO
               IF WS-TEM-ASO-RETORNO
                   PERFORM GRAVAR-ENCERRAMENTO
               ELSE
                   DISPLAY "AFASTAMENTO DE " WS-DIAS-AFASTADO
                           " DIAS - REGISTRE O ASO DE RETORNO "
                           "AO TRABALHO (APTO) ANTES DE ENCERRAR"
               END-IF
           END-IF.

       GRAVAR-ENCERRAMENTO.
           MOVE WS-DATA-RETORNO-EFETIVA TO AF-DATA-RETORNO-PREV.
           SET AF-ENCERRADO TO TRUE.
           REWRITE AF-AFASTAMENTO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO: " AF-CODFUNC
               NOT INVALID KEY
                   DISPLAY "AFASTAMENTO ENCERRADO: " AF-CODFUNC
                   MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                   MOVE "SITUACAO"  TO WS-AUD-CAMPO
                   MOVE AF-SITUACAO TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

      * Up to 30 days away, or without the ASO file, the leave closes
      * freely. Past that the latest retorno ao trabalho exam dated
      * from the leave start on must be apto.
       VERIFICAR-ASO-RETORNO.
           MOVE "S" TO WS-ASO-RETORNO.
           MOVE 0 TO WS-DIAS-AFASTADO.
           IF AF-DATA-INICIO > 0 AND WS-DATA-RETORNO-EFETIVA > 0
               COMPUTE WS-DIAS-AFASTADO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-RETORNO-EFETIVA)
                   - FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO)
           END-IF.
           IF WS-DEVE-VALIDAR-ASO
                   AND WS-DIAS-AFASTADO > WS-DIAS-EXIGE-RETORNO
               MOVE "N" TO WS-ASO-RETORNO
               MOVE AF-CODFUNC TO AS-CODFUNC
               MOVE AF-DATA-INICIO TO AS-DATA-EXAME
               MOVE SPACE TO AS-TIPO
               START ASO-MASTER KEY IS NOT LESS THAN AS-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF WS-ASO-OK
                   PERFORM LER-PROXIMO-ASO
                   PERFORM UNTIL NOT WS-ASO-OK
                           OR AS-CODFUNC NOT = AF-CODFUNC
                       IF AS-RETORNO
                           IF AS-APTO
                               MOVE "S" TO WS-ASO-RETORNO
                           ELSE
                               MOVE "N" TO WS-ASO-RETORNO
                           END-IF
                       END-IF
                       PERFORM LER-PROXIMO-ASO
                   END-PERFORM
               END-IF
           END-IF.

       LER-PROXIMO-ASO.
           READ ASO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

       CONSULTAR-AFASTAMENTO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO AF-CODFUNC
               READ AFASTAMENTO-MASTER
                   INVALID KEY
                       DISPLAY "AFASTAMENTO NAO ENCONTRADO: " AF-CODFUNC
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO.....: " AF-CODFUNC
                       DISPLAY "TIPO............: " AF-TIPO-AFASTAMENTO
                       DISPLAY "MOTIVO..........: " AF-MOTIVO-DESCRICAO
                       DISPLAY "INICIO..........: " AF-DATA-INICIO
                       DISPLAY "RETORNO PREVISTO: " AF-DATA-RETORNO-PREV
                       DISPLAY "SITUACAO........: " AF-SITUACAO
               END-READ
           END-IF.

      * Only a coded type is accepted - the folha pays the leave by
      * it. Each field goes through the shared validator in turn; a
      * field that runs out of attempts leaves WS-DADOS-VALIDOS "N"
      * and the leave is not recorded. A blank expected return is
      * kept as zero - for maternidade it is worked out from the
      * start.
       ACEITAR-DADOS-AFASTAMENTO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           DISPLAY "TIPO DO AFASTAMENTO:".
           DISPLAY "01 - DOENCA".
           DISPLAY "02 - ACIDENTE DE TRABALHO".
           DISPLAY "03 - MATERNIDADE".
           DISPLAY "04 - LICENCA NAO REMUNERADA".
           DISPLAY "05 - OUTROS".
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O TIPO DO AFASTAMENTO (01 A 05)" TO VC-ROTULO.
           MOVE 1 TO VC-MINIMO.
           MOVE 5 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-TIPO-NUMERO
               MOVE WS-TIPO-NUMERO TO AF-TIPO-AFASTAMENTO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME A DESCRICAO DO MOTIVO" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO AF-MOTIVO-DESCRICAO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-DATA TO TRUE
               MOVE "INFORME A DATA DE INICIO (AAAAMMDD)" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO AF-DATA-INICIO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-DATA TO TRUE
               MOVE "INFORME O RETORNO PREVISTO (AAAAMMDD)" TO VC-ROTULO
               MOVE "S" TO VC-OPCIONAL
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           EVALUATE TRUE
               WHEN VC-ACEITO
                   MOVE VC-VALOR-NUMERICO TO AF-DATA-RETORNO-PREV
                   MOVE "S" TO WS-DADOS-VALIDOS
               WHEN VC-EM-BRANCO
                   MOVE 0 TO AF-DATA-RETORNO-PREV
                   MOVE "S" TO WS-DADOS-VALIDOS
           END-EVALUATE.

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

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "AFASTAME" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "AFASTAMENTO: OPERADOR NAO AUTENTICADO"
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

       END PROGRAM AFASTAMENTO.
