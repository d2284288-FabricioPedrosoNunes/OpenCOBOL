               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WS-FS-CARGO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  CARGO-MASTER.
       COPY CARGO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

           88 WS-CARGO-NAO-ACHOU  VALUE "23".
           88 WS-CARGO-NAO-EXISTE VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-COD-VALIDO  PIC X VALUE "N".
       01  WS-COD-ENTRADA PIC 9(4).
      * S all fields taken, N attempts ran out, P band to re-key
       01  WS-DADOS-VALIDOS PIC X VALUE "N".

       01  WS-ANTES-IMAGEM  PIC X(30).
       01  WS-DEPOIS-IMAGEM PIC X(30).
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

           OPEN I-O CARGO-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE CARGO-MASTER.
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
               WHEN 1 PERFORM ADICIONAR-CARGO
               WHEN 2 PERFORM ALTERAR-CARGO

       ADICIONAR-CARGO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-CARGO-TRAVADO
               PERFORM LIBERAR-TRAVA
       ADICIONAR-CARGO-TRAVADO.
           MOVE WS-COD-ENTRADA TO CG-CODIGO.
           PERFORM ACEITAR-DADOS-CARGO.
           IF WS-DADOS-VALIDOS = "S"
               PERFORM GRAVAR-CARGO
           END-IF.

       GRAVAR-CARGO.
           WRITE CG-CARGO
               INVALID KEY
                   DISPLAY "CARGO JA CADASTRADO: " CG-CODIGO

       ALTERAR-CARGO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-CARGO-TRAVADO
               PERFORM LIBERAR-TRAVA
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-ANTES
                   PERFORM ACEITAR-DADOS-CARGO
                   IF WS-DADOS-VALIDOS = "S"
                       PERFORM REGRAVAR-CARGO
                   END-IF
           END-READ.

       REGRAVAR-CARGO.
           REWRITE CG-CARGO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO: " CG-CODIGO
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                   MOVE "CARGO"     TO WS-AUD-CAMPO
                   MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES
                   PERFORM MONTAR-IMAGEM-DEPOIS
                   MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       EXCLUIR-CARGO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM EXCLUIR-CARGO-TRAVADO
               PERFORM LIBERAR-TRAVA

       CONSULTAR-CARGO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO CG-CODIGO
               READ CARGO-MASTER
                   INVALID KEY
                       DISPLAY "CARGO NAO ENCONTRADO: " CG-CODIGO
                   NOT INVALID KEY
                       DISPLAY "CARGO....: " CG-CODIGO
                       DISPLAY "TITULO...: " CG-TITULO
                       DISPLAY "PISO.....: " CG-SALARIO-MINIMO
                       DISPLAY "TETO.....: " CG-SALARIO-MAXIMO
               END-READ
           END-IF.

      * Code through the shared validator - WS-COD-VALIDO stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-COD.
           MOVE "N" TO WS-COD-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO CARGO" TO VC-ROTULO.
           MOVE 1    TO VC-MINIMO.
           MOVE 9999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-COD-ENTRADA
               MOVE "S" TO WS-COD-VALIDO
           END-IF.

      * Floor must stay under ceiling - a band nobody can fall
      * inside would reject every movement. WS-DADOS-VALIDOS comes
      * back "N" when any field ran out of attempts.
       ACEITAR-DADOS-CARGO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O TITULO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO CG-TITULO
               MOVE "P" TO WS-DADOS-VALIDOS
           END-IF.
           PERFORM UNTIL WS-DADOS-VALIDOS NOT = "P"
               PERFORM ACEITAR-FAIXA-CARGO
           END-PERFORM.

       ACEITAR-FAIXA-CARGO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O PISO SALARIAL" TO VC-ROTULO.
           MOVE 0.01       TO VC-MINIMO.
           MOVE 9999999.99 TO VC-MAXIMO.
           MOVE 2          TO VC-DECIMAIS.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO CG-SALARIO-MINIMO
               MOVE "INFORME O TETO SALARIAL" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO CG-SALARIO-MAXIMO
               IF CG-SALARIO-MAXIMO > CG-SALARIO-MINIMO
                   MOVE "S" TO WS-DADOS-VALIDOS
               ELSE
                   DISPLAY "TETO DEVE SER MAIOR QUE O PISO"
                   MOVE "P" TO WS-DADOS-VALIDOS
               END-IF
           END-IF.

       MONTAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-ANTES-IMAGEM.
               CG-SALARIO-MAXIMO
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "CARGO" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "CARGO: OPERADOR NAO AUTENTICADO"
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

       END PROGRAM CARGO.
