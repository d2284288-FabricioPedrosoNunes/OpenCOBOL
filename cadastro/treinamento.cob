       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINAMENTO.

      * Maintenance of the completed-training file
      * (data/treinamentos.dat, copybooks/TREINAMENTO.cpy), keyed by
      * employee code, course code and completion date - the same
      * menu-and-audit pattern PROG31 set for PESSOA-MASTER. The
      * course must be on the catalogue (cadastro/curso.cob), and
      * the certificate's expiry is derived from the completion date
      * plus the catalogue's validity in months, then kept on the
      * record. TREINAMENTOS-CONFORMIDADE reads this file against
      * the requirements of each employee's cargo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREINAMENTO-MASTER ASSIGN TO "data/treinamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-CHAVE
               FILE STATUS IS WS-FS-TREINAMENTO.

           SELECT CURSO-MASTER ASSIGN TO "data/cursos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CODIGO
               FILE STATUS IS WS-FS-CURSO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
      * session backs off instead of rewriting blind.
           SELECT CADEIA-LOCK ASSIGN TO "data/cadeia-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCK.

           SELECT REGISTRO-TRAVAS ASSIGN TO "data/registro-travas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-CHAVE
               FILE STATUS IS WS-FS-TRAVAS.

       DATA DIVISION.

       FILE SECTION.
       FD  TREINAMENTO-MASTER.
       COPY TREINAMENTO.

       FD  CURSO-MASTER.
       COPY CURSO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-TREINAMENTO PIC XX.
           88 WS-TREINAMENTO-OK         VALUE "00".
           88 WS-TREINAMENTO-NAO-ACHOU  VALUE "23".
           88 WS-TREINAMENTO-NAO-EXISTE VALUE "35".

       01  WS-FS-CURSO PIC XX.
           88 WS-CURSO-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-FS-TRAVAS PIC XX.
           88 WS-TRAVAS-OK         VALUE "00".
           88 WS-TRAVAS-NAO-EXISTE VALUE "35".

       01  WS-TRAVA-OBTIDA PIC X VALUE "N".
           88 WS-TEM-TRAVA VALUE "S".

       01  WS-AUD-OPERACAO PIC X(10).
       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-AUD-ANTES    PIC X(30).
       01  WS-AUD-DEPOIS   PIC X(30).

      * Audit image of a training - course, completion and expiry.
       01  WS-TREINAMENTO-IMAGEM.
           05 WS-IM-CURSO     PIC X(6).
           05 FILLER          PIC X(1) VALUE "/".
           05 WS-IM-CONCLUSAO PIC 9(8).
           05 FILLER          PIC X(1) VALUE "/".
           05 WS-IM-VALIDADE  PIC 9(8).

       01  WS-COD-VALIDO   PIC X VALUE "N".
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
       01  WS-COD-ENTRADA  PIC 9(6).
       01  WS-CURSO-ENTRADA PIC X(6).
       01  WS-DATA-ENTRADA PIC 9(8).

       01  WS-CHAVE-VALIDA PIC X VALUE "N".
           88 WS-CHAVE-ACEITA VALUE "S".

      * Busy mark of one training - code plus course, so two
      * sessions cannot record the same course for the same
      * employee at once.
       01  WS-TRAVA-TREINAMENTO.
           05 WS-TT-CODFUNC PIC 9(6).
           05 WS-TT-CURSO   PIC X(6).

      * Expiry = completion plus the course's months, the day
      * pulled back to the month's last when it does not exist
      * there (a 31st into a 30-day month, a 29 February).
       01  WS-VALIDADE-CALC.
           05 WS-VC-ANO PIC 9(4).
           05 WS-VC-MES PIC 9(2).
           05 WS-VC-DIA PIC 9(2).
       01  WS-VALIDADE-DATA REDEFINES WS-VALIDADE-CALC PIC 9(8).
       01  WS-MESES-TOTAL PIC 9(6).

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-SITUACAO-TXT PIC X(8).
       01  WS-QTD-TREINAMENTOS PIC 9(3).

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

           OPEN I-O TREINAMENTO-MASTER.

           IF WS-TREINAMENTO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE TREINAMENTO-MASTER
               OPEN OUTPUT TREINAMENTO-MASTER
               CLOSE TREINAMENTO-MASTER
               OPEN I-O TREINAMENTO-MASTER
           END-IF.

           IF NOT WS-TREINAMENTO-OK
               DISPLAY "TREINAMENTO: ERRO NA ABERTURA - "
                       WS-FS-TREINAMENTO
               STOP RUN
           END-IF.

      * Without the catalogue no expiry can be derived - nothing is
      * recorded until the courses are registered.
           OPEN INPUT CURSO-MASTER.
           IF NOT WS-CURSO-OK
               DISPLAY "TREINAMENTO: CATALOGO DE CURSOS "
                       "INDISPONIVEL - " WS-FS-CURSO
               CLOSE TREINAMENTO-MASTER
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE TREINAMENTO-MASTER.
           CLOSE CURSO-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== TREINAMENTOS REALIZADOS ====".
           DISPLAY "1 - REGISTRAR".
           DISPLAY "2 - ALTERAR".
           DISPLAY "3 - EXCLUIR".
           DISPLAY "4 - CONSULTAR".
           DISPLAY "5 - SAIR".
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
               WHEN 1 PERFORM REGISTRAR-TREINAMENTO
               WHEN 2 PERFORM ALTERAR-TREINAMENTO
               WHEN 3 PERFORM EXCLUIR-TREINAMENTO
               WHEN 4 PERFORM CONSULTAR-TREINAMENTOS
               WHEN 5 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       REGISTRAR-TREINAMENTO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-ACEITA
               MOVE WS-COD-ENTRADA   TO WS-TT-CODFUNC
               MOVE WS-CURSO-ENTRADA TO WS-TT-CURSO
               MOVE WS-TRAVA-TREINAMENTO TO TV-REGISTRO
               PERFORM OBTER-TRAVA
               IF WS-TEM-TRAVA
                   PERFORM REGISTRAR-TREINAMENTO-TRAVADO
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.

       REGISTRAR-TREINAMENTO-TRAVADO.
           MOVE WS-COD-ENTRADA   TO TR-CODFUNC.
           MOVE WS-CURSO-ENTRADA TO TR-CURSO.
           MOVE WS-DATA-ENTRADA  TO TR-DATA-CONCLUSAO.
           PERFORM CALCULAR-VALIDADE.
           IF TR-DATA-VALIDADE = 0
               DISPLAY "CERTIFICADO SEM VALIDADE (NAO EXPIRA)"
           ELSE
               DISPLAY "CERTIFICADO VALIDO ATE: " TR-DATA-VALIDADE
           END-IF.
           PERFORM ACEITAR-DADOS-TREINAMENTO.

           IF WS-DADOS-VALIDOS = "S"
               WRITE TR-TREINAMENTO
                   INVALID KEY
                       DISPLAY "TREINAMENTO JA REGISTRADO: " TR-CODFUNC
                               "/" TR-CURSO "/" TR-DATA-CONCLUSAO
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "TREINAMENTO" TO WS-AUD-CAMPO
                       MOVE SPACES TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM
                       MOVE WS-TREINAMENTO-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

      * Course and completion date are the key - a wrong one is
      * excluded and registered again. The expiry stays as issued.
       ALTERAR-TREINAMENTO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-ACEITA
               MOVE WS-COD-ENTRADA   TO WS-TT-CODFUNC
               MOVE WS-CURSO-ENTRADA TO WS-TT-CURSO
               MOVE WS-TRAVA-TREINAMENTO TO TV-REGISTRO
               PERFORM OBTER-TRAVA
               IF WS-TEM-TRAVA
                   PERFORM ALTERAR-TREINAMENTO-TRAVADO
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.

       ALTERAR-TREINAMENTO-TRAVADO.
           MOVE WS-COD-ENTRADA   TO TR-CODFUNC.
           MOVE WS-CURSO-ENTRADA TO TR-CURSO.
           MOVE WS-DATA-ENTRADA  TO TR-DATA-CONCLUSAO.
           READ TREINAMENTO-MASTER
               INVALID KEY
                   DISPLAY "TREINAMENTO NAO ENCONTRADO: " TR-CODFUNC
                           "/" TR-CURSO "/" TR-DATA-CONCLUSAO
               NOT INVALID KEY
                   MOVE TR-CERTIFICADO TO WS-AUD-ANTES
                   PERFORM ACEITAR-DADOS-TREINAMENTO
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE TR-TREINAMENTO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " TR-CODFUNC
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "CERTIFICADO" TO WS-AUD-CAMPO
                               MOVE TR-CERTIFICADO TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       EXCLUIR-TREINAMENTO.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-ACEITA
               MOVE WS-COD-ENTRADA   TO WS-TT-CODFUNC
               MOVE WS-CURSO-ENTRADA TO WS-TT-CURSO
               MOVE WS-TRAVA-TREINAMENTO TO TV-REGISTRO
               PERFORM OBTER-TRAVA
               IF WS-TEM-TRAVA
                   PERFORM EXCLUIR-TREINAMENTO-TRAVADO
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.

       EXCLUIR-TREINAMENTO-TRAVADO.
           MOVE WS-COD-ENTRADA   TO TR-CODFUNC.
           MOVE WS-CURSO-ENTRADA TO TR-CURSO.
           MOVE WS-DATA-ENTRADA  TO TR-DATA-CONCLUSAO.
           READ TREINAMENTO-MASTER
               INVALID KEY
                   DISPLAY "TREINAMENTO NAO ENCONTRADO: " TR-CODFUNC
                           "/" TR-CURSO "/" TR-DATA-CONCLUSAO
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM
                   MOVE WS-TREINAMENTO-IMAGEM TO WS-AUD-ANTES
                   DELETE TREINAMENTO-MASTER RECORD
                       INVALID KEY
                           DISPLAY "TREINAMENTO NAO ENCONTRADO: "
                                   TR-CODFUNC
                       NOT INVALID KEY
                           DISPLAY "TREINAMENTO EXCLUIDO: "
                                   TR-CODFUNC "/" TR-CURSO "/"
                                   TR-DATA-CONCLUSAO
                           MOVE "EXCLUSAO" TO WS-AUD-OPERACAO
                           MOVE "TREINAMENTO" TO WS-AUD-CAMPO
                           MOVE SPACES TO WS-AUD-DEPOIS
                           PERFORM REGISTRAR-AUDITORIA
                   END-DELETE
           END-READ.

      * Lists every training of one employee, course by course and
      * oldest first, with whether each certificate still holds.
       CONSULTAR-TREINAMENTOS.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               PERFORM LISTAR-TREINAMENTOS
           END-IF.

       LISTAR-TREINAMENTOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE WS-COD-ENTRADA TO TR-CODFUNC.
           MOVE LOW-VALUES TO TR-CURSO.
           MOVE 0 TO TR-DATA-CONCLUSAO.
           MOVE 0 TO WS-QTD-TREINAMENTOS.
           START TREINAMENTO-MASTER KEY IS NOT LESS THAN TR-CHAVE
               INVALID KEY CONTINUE
           END-START.

           IF WS-TREINAMENTO-OK
               PERFORM LER-PROXIMO-TREINAMENTO
               PERFORM UNTIL NOT WS-TREINAMENTO-OK
                       OR TR-CODFUNC NOT = WS-COD-ENTRADA
                   ADD 1 TO WS-QTD-TREINAMENTOS
                   IF TR-DATA-VALIDADE NOT = 0
                           AND TR-DATA-VALIDADE < WS-DATA-HOJE
                       MOVE "VENCIDO" TO WS-SITUACAO-TXT
                   ELSE
                       MOVE "VALIDO" TO WS-SITUACAO-TXT
                   END-IF
                   DISPLAY TR-CURSO " " TR-DATA-CONCLUSAO " ATE "
                           TR-DATA-VALIDADE " " TR-CARGA-HORARIA
                           "H " TR-CERTIFICADO " " WS-SITUACAO-TXT
                   PERFORM LER-PROXIMO-TREINAMENTO
               END-PERFORM
           END-IF.

           IF WS-QTD-TREINAMENTOS = 0
               DISPLAY "NENHUM TREINAMENTO PARA: " WS-COD-ENTRADA
           END-IF.

       LER-PROXIMO-TREINAMENTO.
           READ TREINAMENTO-MASTER NEXT RECORD
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

      * Code, course and completion date - the record key, each
      * through the shared validator. The course must be on the
      * catalogue; its validity stays in CU-CURSO for the expiry.
       ACEITAR-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME O CODIGO DO CURSO" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-TEXTO TO WS-CURSO-ENTRADA
                   MOVE "S" TO WS-CHAVE-VALIDA
               END-IF
           END-IF.
           IF WS-CHAVE-ACEITA
               MOVE WS-CURSO-ENTRADA TO CU-CODIGO
               READ CURSO-MASTER
                   INVALID KEY
                       DISPLAY "CURSO NAO CADASTRADO: "
                               WS-CURSO-ENTRADA
                       MOVE "N" TO WS-CHAVE-VALIDA
                   NOT INVALID KEY
                       DISPLAY "CURSO.......: " CU-DESCRICAO
               END-READ
           END-IF.
           IF WS-CHAVE-ACEITA
               MOVE "N" TO WS-CHAVE-VALIDA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-DATA TO TRUE
               MOVE "INFORME A DATA DE CONCLUSAO (AAAAMMDD)"
                   TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-NUMERICO TO WS-DATA-ENTRADA
                   MOVE "S" TO WS-CHAVE-VALIDA
               END-IF
           END-IF.

      * Each field through the shared validator in turn; a field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the record is not written.
       ACEITAR-DADOS-TREINAMENTO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME A CARGA HORARIA (HORAS)" TO VC-ROTULO.
           MOVE 0   TO VC-MINIMO.
           MOVE 999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO TR-CARGA-HORARIA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME A ENTIDADE / INSTRUTOR" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO TR-ENTIDADE
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME O NUMERO DO CERTIFICADO" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO TR-CERTIFICADO
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

      * CU-CURSO holds the course read by ACEITAR-CHAVE.
       CALCULAR-VALIDADE.
           IF CU-VALIDADE-MESES = 0
               MOVE 0 TO TR-DATA-VALIDADE
           ELSE
               MOVE TR-DATA-CONCLUSAO TO WS-VALIDADE-DATA
               COMPUTE WS-MESES-TOTAL = WS-VC-ANO * 12
                   + WS-VC-MES - 1 + CU-VALIDADE-MESES
               COMPUTE WS-VC-ANO = WS-MESES-TOTAL / 12
               COMPUTE WS-VC-MES =
                   FUNCTION MOD(WS-MESES-TOTAL, 12) + 1
               PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                       (WS-VALIDADE-DATA) = 0
                   SUBTRACT 1 FROM WS-VC-DIA
               END-PERFORM
               MOVE WS-VALIDADE-DATA TO TR-DATA-VALIDADE
           END-IF.

       MONTAR-IMAGEM.
           MOVE TR-CURSO          TO WS-IM-CURSO.
           MOVE TR-DATA-CONCLUSAO TO WS-IM-CONCLUSAO.
           MOVE TR-DATA-VALIDADE  TO WS-IM-VALIDADE.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "TREINAME" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "TREINAMENTO: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

      * The nightly chain owns every master while it runs - an
      * update landing mid-pass could poison every file downstream
      * of the folha, so the cadastro refuses to start.
       VERIFICAR-CADEIA-NOTURNA.
           OPEN INPUT CADEIA-LOCK.
           IF WS-LOCK-OK
               READ CADEIA-LOCK
                   AT END CONTINUE
                   NOT AT END
                       IF CL-EM-EXECUCAO
                           DISPLAY "TREINAMENTO: CADEIA NOTURNA EM "
                                   "EXECUCAO DESDE " CL-DATA " "
                                   CL-HORA " - TENTE MAIS TARDE"
                           CLOSE CADEIA-LOCK
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CADEIA-LOCK
           END-IF.

       ABRIR-TRAVAS.
           OPEN I-O REGISTRO-TRAVAS.
           IF WS-TRAVAS-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE REGISTRO-TRAVAS
               OPEN OUTPUT REGISTRO-TRAVAS
               CLOSE REGISTRO-TRAVAS
               OPEN I-O REGISTRO-TRAVAS
           END-IF.
           IF NOT WS-TRAVAS-OK
               DISPLAY "TREINAMENTO: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "TREINAMENTOS" TO TV-ARQUIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TV-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TV-HORA.
           WRITE TV-TRAVA
               INVALID KEY
                   DISPLAY "REGISTRO EM USO POR OUTRA SESSAO: "
                           TV-REGISTRO
               NOT INVALID KEY
                   MOVE "S" TO WS-TRAVA-OBTIDA
           END-WRITE.

       LIBERAR-TRAVA.
           IF WS-TEM-TRAVA
               DELETE REGISTRO-TRAVAS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE "N" TO WS-TRAVA-OBTIDA
           END-IF.

      * Appends one before/after image to AUDITTRAIL for the field
      * named in WS-AUD-CAMPO. Caller sets WS-AUD-OPERACAO/CAMPO/
      * ANTES/DEPOIS before performing this.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE "TREINAME"      TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM TREINAMENTO.
