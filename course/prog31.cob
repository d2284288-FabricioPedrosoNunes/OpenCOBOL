               RECORD KEY IS PM-COD
               FILE STATUS IS WS-FS-PESSOA.

       DATA DIVISION.

       FILE SECTION.
           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
      * blank on records converted from the layout without it - not
      * informed until the next ALTERAR
           05 PM-SEXO          PIC X(1).
              88 PM-SEXO-MASCULINO  VALUE "M".
              88 PM-SEXO-FEMININO   VALUE "F".

       WORKING-STORAGE SECTION.
      * Variável 66 serve para "renomear"
              88 MESTRADO          VALUE "ME".
              88 DOUTORADO         VALUE "DO".
           05 PESSOA-CPF PIC X(11).
           05 PESSOA-SEXO PIC X(1).
              88 SEXO-VALIDO VALUE "M" "F".

      * Canonical employee record (copybooks/FUNCIONARIO.cpy) - the
      * same interchange layout PROG28 and PROG29 use.
           88 WS-PESSOA-DUPLICADO   VALUE "22".
           88 WS-PESSOA-NAO-EXISTE  VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-AUD-OPERACAO PIC X(10).
       01  WS-AUD-CAMPO    PIC X(15).

       01  WS-COD-VALIDO   PIC X VALUE "N".
       01  WS-IDADE-VALIDA PIC X VALUE "N".
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
       01  WS-TENTATIVAS   PIC 9 VALUE 0.

       01  WS-TEMPO-CASA-ANOS   PIC 99.

      * (common/calc_idade_tempo.cob).
       COPY CALCIDADE.

       01  WS-CPF-BUSCA PIC X(11).
       01  WS-QTD-ACHADOS-CPF PIC 9(3).

      * ALTERAR takes every new value before any of them reaches the
      * record, so a field abandoned half-way leaves it untouched.
       01  WS-NOVO-NOME       PIC X(20).
       01  WS-NOVA-RUA        PIC X(20).
       01  WS-IDADE-ANTERIOR  PIC 99.

       01  WS-OPCAO       PIC 9 VALUE 0.
       01  WS-CONTINUAR   PIC X VALUE "S".
           88 WS-DEVE-CONTINUAR VALUE "S".

       01  WS-PESSOA-ARQUIVO PIC X(40).

      * Signed-on session (common/autenticar_operador.cob) and the
      * per-option permission check (common/verificar_permissao.cob)
      * - the same sign-on every cadastro program asks for.
       COPY AUTENTICAR.
       COPY VERIFPERM.

      * Parameter area of the shared field validator
      * (common/validar_campo.cob).
       COPY VALIDACAMPO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DEFINIR-MODO-EXECUCAO.
           PERFORM IDENTIFICAR-OPERADOR.

           OPEN I-O PESSOA-MASTER.

               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE PESSOA-MASTER.

           STOP RUN.

               MOVE "data/pessoa.dat" TO WS-PESSOA-ARQUIVO
           END-IF.

      * Sign-on before the master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "PROG31" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "PROG31: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== MANUTENCAO DE FUNCIONARIOS ====".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Add, change and delete open to the personnel-side perfis
      * (auxiliar de RH and supervisor), the consultas and SAIR to
      * every perfil - an override on data/permissoes.dat replaces
      * this default.
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
               WHEN 1 PERFORM ADICIONAR-FUNCIONARIO
               WHEN 2 PERFORM ALTERAR-FUNCIONARIO

       ADICIONAR-FUNCIONARIO.
           DISPLAY " === VARIAVEIS NIVEL 77 E 88 === ".
           PERFORM ACEITAR-DADOS-FUNCIONARIO.
           IF WS-DADOS-VALIDOS = "S"
               PERFORM GRAVAR-FUNCIONARIO
           END-IF.

      * Each field through the shared validator in turn; a field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the record is not written.
       ACEITAR-DADOS-FUNCIONARIO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           MOVE "N" TO WS-COD-VALIDO.
           MOVE "N" TO WS-IDADE-VALIDA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "QUAL EH O SEU NOME?" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-NOME
               MOVE WS-NOME TO NOME
               PERFORM ACEITAR-CPF
           END-IF.
           IF VC-ACEITO
               PERFORM ACEITAR-SEXO
           END-IF.
           IF VC-ACEITO
               DISPLAY "F=FUNDAMENTAL/M=MEDIO/S=SUPERIOR/"
               DISPLAY "PG=POS-GRADUACAO/ME=MESTRADO/DO=DOUTORADO"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "QUAL EH A SUA ESCOLARIDADE?" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO PESSOA-ESCOLARIDADE
               PERFORM EXIBIR-ESCOLARIDADE
               DISPLAY "==== VARIAVEL NIVEL 66 ===="
               PERFORM ACEITAR-COD
           END-IF.
           IF WS-COD-VALIDO = "S"
               PERFORM ACEITAR-DATAS
           END-IF.
           IF WS-IDADE-VALIDA = "S"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME O ENDERECO DO FUNCIONARIO" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-TEXTO TO RUA
                   MOVE "S" TO WS-DADOS-VALIDOS
               END-IF
           END-IF.

       GRAVAR-FUNCIONARIO.
           DISPLAY "EXIBINDO FUNCIONARIO-DETALHES".
           DISPLAY FUNCIONARIO-DETALHES.
           DISPLAY "EXIBINDO FUNCIONARIO-ENDERECO".
           MOVE DATA-ADMISSAO        TO PM-DATA-ADMISSAO.
           MOVE RUA                  TO PM-RUA.
           MOVE PESSOA-CPF           TO PM-CPF.
           MOVE PESSOA-SEXO          TO PM-SEXO.

           WRITE PM-PESSOA
               INVALID KEY
                   MOVE SPACES     TO WS-AUD-ANTES
                   MOVE PM-CPF     TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE "SEXO"     TO WS-AUD-CAMPO
                   MOVE SPACES     TO WS-AUD-ANTES
                   MOVE PM-SEXO    TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       ALTERAR-FUNCIONARIO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE COD TO PM-COD
               READ PESSOA-MASTER
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO ENCONTRADO: " COD
                   NOT INVALID KEY
                       PERFORM ALTERAR-FUNCIONARIO-LIDO
               END-READ
           END-IF.

       ALTERAR-FUNCIONARIO-LIDO.
           PERFORM ACEITAR-ALTERACOES.
           IF WS-DADOS-VALIDOS = "S"
               MOVE PM-NOME      TO WS-AUD-ANTES
               MOVE WS-NOVO-NOME TO PM-NOME
               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
               MOVE "NOME"      TO WS-AUD-CAMPO
               MOVE PM-NOME     TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA

               MOVE WS-IDADE-ANTERIOR TO WS-AUD-ANTES
               MOVE DATA-NASCIMENTO TO PM-DATA-NASCIMENTO
               MOVE DATA-ADMISSAO   TO PM-DATA-ADMISSAO
               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
               MOVE "IDADE"     TO WS-AUD-CAMPO
               MOVE IDADE       TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA

               MOVE PM-RUA TO WS-AUD-ANTES
               MOVE WS-NOVA-RUA TO PM-RUA
               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
               MOVE "ENDERECO"  TO WS-AUD-CAMPO
               MOVE PM-RUA      TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA

               MOVE PM-SEXO TO WS-AUD-ANTES
               MOVE PESSOA-SEXO TO PM-SEXO
               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
               MOVE "SEXO"      TO WS-AUD-CAMPO
               MOVE PM-SEXO     TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA

               REWRITE PM-PESSOA
           END-IF.

      * Name and address through the shared validator, blank keeping
      * the value on file; the dates and sexo as on inclusion. The
      * age before the change is kept for the audit image.
       ACEITAR-ALTERACOES.
           MOVE "N" TO WS-DADOS-VALIDOS.
           MOVE "N" TO WS-IDADE-VALIDA.
           MOVE PM-NOME TO WS-NOVO-NOME.
           MOVE PM-RUA  TO WS-NOVA-RUA.
           MOVE PM-DATA-NASCIMENTO TO DATA-NASCIMENTO.
           MOVE PM-DATA-ADMISSAO   TO DATA-ADMISSAO.
           PERFORM CALCULA-IDADE-TEMPO.
           MOVE IDADE TO WS-IDADE-ANTERIOR.
           DISPLAY "NOME ATUAL: " PM-NOME.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NOVO NOME (BRANCO = MANTEM)" TO VC-ROTULO.
           MOVE "S" TO VC-OPCIONAL.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-NOVO-NOME
           END-IF.
           IF NOT VC-RECUSADO
               PERFORM ACEITAR-DATAS
           END-IF.
           IF WS-IDADE-VALIDA = "S"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME O NOVO ENDERECO (BRANCO = MANTEM)"
                   TO VC-ROTULO
               MOVE "S" TO VC-OPCIONAL
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-TEXTO TO WS-NOVA-RUA
               END-IF
               IF NOT VC-RECUSADO
                   DISPLAY "SEXO ATUAL: " PM-SEXO
                   PERFORM ACEITAR-SEXO
                   IF VC-ACEITO
                       MOVE "S" TO WS-DADOS-VALIDOS
                   END-IF
               END-IF
           END-IF.

       EXCLUIR-FUNCIONARIO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE COD TO PM-COD
               READ PESSOA-MASTER
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO ENCONTRADO: " COD
                   NOT INVALID KEY
                       MOVE PM-NOME TO WS-AUD-ANTES

                       DELETE PESSOA-MASTER RECORD
                           INVALID KEY
                               DISPLAY "FUNCIONARIO NAO ENCONTRADO: "
                                       COD
                           NOT INVALID KEY
                               DISPLAY "FUNCIONARIO EXCLUIDO: " COD
                               MOVE "EXCLUSAO" TO WS-AUD-OPERACAO
                               MOVE "NOME"     TO WS-AUD-CAMPO
                               MOVE SPACES     TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-DELETE
               END-READ
           END-IF.

       CONSULTAR-FUNCIONARIO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE COD TO PM-COD
               READ PESSOA-MASTER
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO ENCONTRADO: " COD
                   NOT INVALID KEY
                       DISPLAY "COD..........: " PM-COD
                       DISPLAY "NOME.........: " PM-NOME
                       DISPLAY "ESCOLARIDADE.: " PM-ESCOLARIDADE
                       MOVE PM-DATA-NASCIMENTO TO DATA-NASCIMENTO
                       MOVE PM-DATA-ADMISSAO   TO DATA-ADMISSAO
                       PERFORM CALCULA-IDADE-TEMPO
                       DISPLAY "IDADE........: " IDADE
                       DISPLAY "TEMPO DE CASA: " WS-TEMPO-CASA-ANOS
                               " ANOS"
                       DISPLAY "ENDERECO.....: " PM-RUA
                       DISPLAY "CPF..........: " PM-CPF
                       EVALUATE TRUE
                           WHEN PM-SEXO-MASCULINO
                               DISPLAY "SEXO.........: MASCULINO"
                           WHEN PM-SEXO-FEMININO
                               DISPLAY "SEXO.........: FEMININO"
                           WHEN OTHER
                               DISPLAY "SEXO.........: NAO INFORMADO"
                       END-EVALUATE
               END-READ
           END-IF.

      * Finds a person by CPF - what the person at the counter
      * actually knows - by scanning the master sequentially, since
      * prints, so a CPF duplicated across codes (see
      * batch/duplicidade_cpf.cob) shows all of them.
       CONSULTAR-POR-CPF.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-CPF TO TRUE.
           MOVE "INFORME O CPF (11 DIGITOS)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO(1:11) TO WS-CPF-BUSCA
               PERFORM PROCURAR-CPF
           END-IF.

       PROCURAR-CPF.
           MOVE 0 TO WS-QTD-ACHADOS-CPF.
           MOVE 0 TO PM-COD.
           START PESSOA-MASTER KEY IS NOT LESS THAN PM-COD
           IF DOUTORADO
               DISPLAY "DOUTORADO".

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
               MOVE VC-VALOR-NUMERICO TO COD
               MOVE "S" TO WS-COD-VALIDO
           END-IF.

      * Prompts for DATA-NASCIMENTO/DATA-ADMISSAO through the shared
      * validator and re-prompts, up to three times, until the age
      * computed from them falls in the accepted 16-75 range - IDADE
      * itself is never typed in, only derived. WS-IDADE-VALIDA stays
      * "N" when the attempts run out.
       ACEITAR-DATAS.
           MOVE "N" TO WS-IDADE-VALIDA.
           MOVE 0 TO WS-TENTATIVAS.
           PERFORM UNTIL WS-IDADE-VALIDA = "S" OR WS-TENTATIVAS = 3
               PERFORM ACEITAR-DATAS-ENTRADA
           END-PERFORM.

       ACEITAR-DATAS-ENTRADA.
           ADD 1 TO WS-TENTATIVAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-DATA TO TRUE.
           MOVE "INFORME A DATA DE NASCIMENTO (AAAAMMDD)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO DATA-NASCIMENTO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-DATA TO TRUE
               MOVE "INFORME A DATA DE ADMISSAO (AAAAMMDD)"
                   TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO DATA-ADMISSAO
               PERFORM CALCULA-IDADE-TEMPO
               IF IDADE < 16 OR IDADE > 75
                   DISPLAY "IDADE CALCULADA INVALIDA - USE UMA DATA "
                           "DE NASCIMENTO QUE RESULTE EM 16 A 75 ANOS"
                   IF WS-TENTATIVAS = 3
                       DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                               "OPERACAO CANCELADA"
                   END-IF
               ELSE
                   MOVE "S" TO WS-IDADE-VALIDA
               END-IF
           ELSE
               MOVE 3 TO WS-TENTATIVAS
           END-IF.

      * Computes IDADE and WS-TEMPO-CASA-ANOS fresh from DATA-
      * NASCIMENTO/DATA-ADMISSAO through the shared CALC-IDADE-TEMPO
           MOVE CD-IDADE           TO IDADE.
           MOVE CD-TEMPO-CASA-ANOS TO WS-TEMPO-CASA-ANOS.

      * PESSOA-CPF through the check-digit rule of the shared field
      * validator - the record is never used with an unverified CPF.
       ACEITAR-CPF.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-CPF TO TRUE.
           MOVE "INFORME O CPF DO FUNCIONARIO (11 DIGITOS)"
               TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO(1:11) TO PESSOA-CPF
           END-IF.

      * PESSOA-SEXO must be M or F - the pay transparency report
      * (batch/transparencia_salarial.cob) compares the two, so the
      * field is never left open on a record PROG31 writes.
       ACEITAR-SEXO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-OPCAO TO TRUE.
           MOVE "INFORME O SEXO (M=MASCULINO/F=FEMININO)" TO VC-ROTULO.
           MOVE "MF" TO VC-OPCOES.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO(1:1) TO PESSOA-SEXO
           END-IF.

      * Appends one before/after image to AUDITTRAIL for the field
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM PROG31.
