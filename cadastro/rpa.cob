       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA.

      * Recording of RPA payment transactions (data/rpa.dat,
      * copybooks/RPA.cpy) - one recibo de pagamento a autonomo per
      * service, against a provider of data/prestadores.dat. The
      * operator records the company, the provider, the service
      * date and description, the requesting cost center the
      * expense is charged to and the gross value; the ISS rate
      * comes from the provider and may be overridden for the one
      * service. The RPA is recorded PENDENTE and stays editable and
      * cancellable until RPA-PAGAMENTO computes it - after that the
      * withholdings are on the guides and the journal, and the
      * record is closed to change. Same menu-and-audit pattern
      * PROG31 set for PESSOA-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA-MASTER ASSIGN TO "data/rpa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-NUMERO
               FILE STATUS IS WS-FS-RPA.

           SELECT PRESTADOR-MASTER ASSIGN TO "data/prestadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-CODIGO
               FILE STATUS IS WS-FS-PRESTADOR.

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
       FD  RPA-MASTER.
       COPY RPA.

       FD  PRESTADOR-MASTER.
       COPY PRESTADOR.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-RPA PIC XX.
           88 WS-RPA-OK         VALUE "00".
           88 WS-RPA-NAO-ACHOU  VALUE "23".
           88 WS-RPA-NAO-EXISTE VALUE "35".

       01  WS-FS-PRESTADOR PIC XX.
           88 WS-PRESTADOR-OK VALUE "00".

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

       01  WS-NUM-VALIDO  PIC X VALUE "N".
       01  WS-NUM-ENTRADA PIC 9(8).
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
       01  WS-TENTATIVAS    PIC 9 VALUE 0.

       01  WS-PRESTADOR-VALIDO PIC X VALUE "N".
           88 WS-PRESTADOR-ACEITO VALUE "S".

       01  WS-ANTES-IMAGEM  PIC X(30).
       01  WS-DEPOIS-IMAGEM PIC X(30).

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

           OPEN I-O RPA-MASTER.

           IF WS-RPA-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE RPA-MASTER
               OPEN OUTPUT RPA-MASTER
               CLOSE RPA-MASTER
               OPEN I-O RPA-MASTER
           END-IF.

           IF NOT WS-RPA-OK
               DISPLAY "RPA: ERRO NA ABERTURA - " WS-FS-RPA
               STOP RUN
           END-IF.

           OPEN INPUT PRESTADOR-MASTER.
           IF NOT WS-PRESTADOR-OK
               DISPLAY "RPA: ERRO ABRINDO PRESTADORES - "
                       WS-FS-PRESTADOR
               CLOSE RPA-MASTER
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE RPA-MASTER.
           CLOSE PRESTADOR-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== RPA - PAGAMENTO A AUTONOMOS ====".
           DISPLAY "1 - INCLUIR".
           DISPLAY "2 - ALTERAR".
           DISPLAY "3 - CANCELAR".
           DISPLAY "4 - CONSULTAR".
           DISPLAY "5 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the payroll-side perfis
      * (analista de folha and supervisor), consulta and SAIR to
      * every perfil - an override on data/permissoes.dat replaces
      * this default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 3
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
               WHEN 1 PERFORM INCLUIR-RPA
               WHEN 2 PERFORM ALTERAR-RPA
               WHEN 3 PERFORM CANCELAR-RPA
               WHEN 4 PERFORM CONSULTAR-RPA
               WHEN 5 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       INCLUIR-RPA.
           PERFORM ACEITAR-NUMERO.
           IF WS-NUM-VALIDO = "S"
               MOVE WS-NUM-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM INCLUIR-RPA-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       INCLUIR-RPA-TRAVADA.
           INITIALIZE RP-RPA.
           MOVE WS-NUM-ENTRADA TO RP-NUMERO.
           PERFORM ACEITAR-DADOS-RPA.
           IF WS-DADOS-VALIDOS = "S"
               SET RP-PENDENTE TO TRUE
               WRITE RP-RPA
                   INVALID KEY
                       DISPLAY "RPA JA CADASTRADO: " RP-NUMERO
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE SPACES     TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-DEPOIS
                       MOVE "RPA"      TO WS-AUD-CAMPO
                       MOVE WS-DEPOIS-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-RPA.
           PERFORM ACEITAR-NUMERO.
           IF WS-NUM-VALIDO = "S"
               MOVE WS-NUM-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-RPA-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       ALTERAR-RPA-TRAVADA.
           MOVE WS-NUM-ENTRADA TO RP-NUMERO.
           READ RPA-MASTER
               INVALID KEY
                   DISPLAY "RPA NAO ENCONTRADO: " RP-NUMERO
               NOT INVALID KEY
                   IF NOT RP-PENDENTE
                       DISPLAY "RPA JA CALCULADO OU CANCELADO - "
                               "NAO PODE SER ALTERADO: " RP-NUMERO
                   ELSE
                       PERFORM MONTAR-IMAGEM-ANTES
                       PERFORM ACEITAR-DADOS-RPA
                       IF WS-DADOS-VALIDOS = "S"
                           REWRITE RP-RPA
                               INVALID KEY
                                   DISPLAY "ERRO NA REGRAVACAO: "
                                           RP-NUMERO
                               NOT INVALID KEY
                                   MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                                   MOVE "RPA" TO WS-AUD-CAMPO
                                   MOVE WS-ANTES-IMAGEM TO WS-AUD-ANTES
                                   PERFORM MONTAR-IMAGEM-DEPOIS
                                   MOVE WS-DEPOIS-IMAGEM
                                       TO WS-AUD-DEPOIS
                                   PERFORM REGISTRAR-AUDITORIA
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      * Only a PENDENTE RPA is cancelled; the record stays on file
      * CANCELADO so the number is never reused.
       CANCELAR-RPA.
           PERFORM ACEITAR-NUMERO.
           IF WS-NUM-VALIDO = "S"
               MOVE WS-NUM-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM CANCELAR-RPA-TRAVADA
               PERFORM LIBERAR-TRAVA
           END-IF.

       CANCELAR-RPA-TRAVADA.
           MOVE WS-NUM-ENTRADA TO RP-NUMERO.
           READ RPA-MASTER
               INVALID KEY
                   DISPLAY "RPA NAO ENCONTRADO: " RP-NUMERO
               NOT INVALID KEY
                   IF NOT RP-PENDENTE
                       DISPLAY "RPA JA CALCULADO OU CANCELADO - "
                               "NAO PODE SER CANCELADO: " RP-NUMERO
                   ELSE
                       MOVE RP-SITUACAO TO WS-AUD-ANTES
                       SET RP-CANCELADO TO TRUE
                       REWRITE RP-RPA
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: "
                                       RP-NUMERO
                           NOT INVALID KEY
                               DISPLAY "RPA CANCELADO: " RP-NUMERO
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "SITUACAO"  TO WS-AUD-CAMPO
                               MOVE RP-SITUACAO TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       CONSULTAR-RPA.
           PERFORM ACEITAR-NUMERO.
           IF WS-NUM-VALIDO = "S"
               MOVE WS-NUM-ENTRADA TO RP-NUMERO
               READ RPA-MASTER
                   INVALID KEY
                       DISPLAY "RPA NAO ENCONTRADO: " RP-NUMERO
                   NOT INVALID KEY
                       DISPLAY "RPA..............: " RP-NUMERO
                       DISPLAY "EMPRESA..........: " RP-EMPRESA
                       DISPLAY "PRESTADOR........: " RP-PRESTADOR
                       DISPLAY "DATA DO SERVICO..: " RP-DATA-SERVICO
                       DISPLAY "DESCRICAO........: " RP-DESCRICAO
                       DISPLAY "CENTRO DE CUSTO..: " RP-CENTRO-CUSTO
                       DISPLAY "VALOR BRUTO......: " RP-VALOR-BRUTO
                       DISPLAY "ALIQUOTA ISS.....: " RP-ALIQUOTA-ISS
                       DISPLAY "INSS.............: " RP-INSS
                       DISPLAY "IRRF.............: " RP-IRRF
                       DISPLAY "ISS..............: " RP-ISS
                       DISPLAY "VALOR LIQUIDO....: " RP-VALOR-LIQUIDO
                       DISPLAY "COMPETENCIA......: " RP-COMPETENCIA
                       DISPLAY "DATA DE PAGAMENTO: " RP-DATA-PAGAMENTO
                       DISPLAY "SITUACAO.........: " RP-SITUACAO
               END-READ
           END-IF.

      * Number through the shared validator - WS-NUM-VALIDO stays
      * "N" when the attempts run out and the option is abandoned.
       ACEITAR-NUMERO.
           MOVE "N" TO WS-NUM-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O NUMERO DO RPA" TO VC-ROTULO.
           MOVE 1        TO VC-MINIMO.
           MOVE 99999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-NUM-ENTRADA
               MOVE "S" TO WS-NUM-VALIDO
           END-IF.

      * Prompts the RPA: the provider must be on file and ATIVO,
      * the gross value above zero; a blank company is company 1
      * and a zero or blank ISS answer keeps the provider's rate.
      * Each field goes through the shared validator, the provider
      * lookup up to three times; a field that runs out of attempts
      * leaves WS-DADOS-VALIDOS "N" and the RPA is not written.
       ACEITAR-DADOS-RPA.
           MOVE "N" TO WS-DADOS-VALIDOS.
           MOVE "N" TO WS-PRESTADOR-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME A EMPRESA (BRANCO = 001)" TO VC-ROTULO.
           MOVE 1   TO VC-MINIMO.
           MOVE 999 TO VC-MAXIMO.
           MOVE "S" TO VC-OPCIONAL.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           EVALUATE TRUE
               WHEN VC-EM-BRANCO
                   MOVE 1 TO RP-EMPRESA
               WHEN VC-ACEITO
                   MOVE VC-VALOR-NUMERICO TO RP-EMPRESA
           END-EVALUATE.
           IF NOT VC-RECUSADO
               MOVE 0 TO WS-TENTATIVAS
               PERFORM UNTIL WS-PRESTADOR-ACEITO OR WS-TENTATIVAS = 3
                   PERFORM ACEITAR-PRESTADOR
               END-PERFORM
           END-IF.
           IF WS-PRESTADOR-ACEITO
               PERFORM ACEITAR-DADOS-SERVICO
           END-IF.

       ACEITAR-PRESTADOR.
           ADD 1 TO WS-TENTATIVAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO PRESTADOR" TO VC-ROTULO.
           MOVE 1      TO VC-MINIMO.
           MOVE 999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO RP-PRESTADOR
               MOVE RP-PRESTADOR TO PS-CODIGO
               READ PRESTADOR-MASTER
                   INVALID KEY
                       DISPLAY "PRESTADOR NAO CADASTRADO: "
                               RP-PRESTADOR
                   NOT INVALID KEY
                       IF PS-INATIVO
                           DISPLAY "PRESTADOR INATIVO: " RP-PRESTADOR
                       ELSE
                           DISPLAY "PRESTADOR: " PS-NOME
                           MOVE "S" TO WS-PRESTADOR-VALIDO
                       END-IF
               END-READ
               IF NOT WS-PRESTADOR-ACEITO AND WS-TENTATIVAS = 3
                   DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                           "OPERACAO CANCELADA"
               END-IF
           ELSE
               MOVE 3 TO WS-TENTATIVAS
           END-IF.

       ACEITAR-DADOS-SERVICO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-DATA TO TRUE.
           MOVE "INFORME A DATA DO SERVICO (AAAAMMDD)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO RP-DATA-SERVICO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME A DESCRICAO DO SERVICO" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO RP-DESCRICAO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O CENTRO DE CUSTO SOLICITANTE" TO VC-ROTULO
               MOVE 1      TO VC-MINIMO
               MOVE 999999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO RP-CENTRO-CUSTO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O VALOR BRUTO DO SERVICO" TO VC-ROTULO
               MOVE 0.01       TO VC-MINIMO
               MOVE 9999999.99 TO VC-MAXIMO
               MOVE 2          TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO RP-VALOR-BRUTO
               DISPLAY "ALIQUOTA DE ISS DO PRESTADOR: "
                       PS-ALIQUOTA-ISS
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME OUTRA ALIQUOTA OU ZERO PARA MANTER"
                   TO VC-ROTULO
               MOVE 0      TO VC-MINIMO
               MOVE 9.9999 TO VC-MAXIMO
               MOVE 4      TO VC-DECIMAIS
               MOVE "S" TO VC-OPCIONAL
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           EVALUATE TRUE
               WHEN VC-EM-BRANCO
                   MOVE PS-ALIQUOTA-ISS TO RP-ALIQUOTA-ISS
                   MOVE "S" TO WS-DADOS-VALIDOS
               WHEN NOT VC-ACEITO
                   CONTINUE
               WHEN VC-VALOR-NUMERICO = 0
                   MOVE PS-ALIQUOTA-ISS TO RP-ALIQUOTA-ISS
                   MOVE "S" TO WS-DADOS-VALIDOS
               WHEN OTHER
                   MOVE VC-VALOR-NUMERICO TO RP-ALIQUOTA-ISS
                   MOVE "S" TO WS-DADOS-VALIDOS
           END-EVALUATE.

       MONTAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-ANTES-IMAGEM.
           STRING RP-PRESTADOR "/" RP-CENTRO-CUSTO "/" RP-VALOR-BRUTO
               DELIMITED BY SIZE INTO WS-ANTES-IMAGEM.

       MONTAR-IMAGEM-DEPOIS.
           MOVE SPACES TO WS-DEPOIS-IMAGEM.
           STRING RP-PRESTADOR "/" RP-CENTRO-CUSTO "/" RP-VALOR-BRUTO
               DELIMITED BY SIZE INTO WS-DEPOIS-IMAGEM.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "RPA" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "RPA: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "RPA: CADEIA NOTURNA EM "
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
               DISPLAY "RPA: ERRO ABRINDO TRAVAS - " WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "RPA" TO TV-ARQUIVO.
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
           MOVE "RPA"           TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM RPA.
