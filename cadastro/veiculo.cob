       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEICULO.

      * Maintenance of the fleet vehicle master (data/veiculos.dat,
      * copybooks/VEICULO.cpy): plate, description, the department
      * the vehicle is assigned to - checked against the
      * departamento master, its cost center pays for the fuel - and
      * the expected km per liter FROTA-COMBUSTIVEL measures the
      * month against. The odometer is not typed here: a new vehicle
      * starts at zero and only cadastro/abastecimento.cob moves it.
      * Same menu-and-audit pattern cadastro/curso.cob applies, with
      * the chain lock and per-record travas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULO-MASTER ASSIGN TO "data/veiculos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-PLACA
               FILE STATUS IS WS-FS-VEICULO.

           SELECT DEPARTAMENTO-MASTER ASSIGN TO "data/departamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               ALTERNATE RECORD KEY IS DP-NOME
               FILE STATUS IS WS-FS-DEPARTAMENTO.

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
       FD  VEICULO-MASTER.
       COPY VEICULO.

       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-VEICULO PIC XX.
           88 WS-VEICULO-OK         VALUE "00".
           88 WS-VEICULO-NAO-EXISTE VALUE "35".

       01  WS-FS-DEPARTAMENTO PIC XX.
           88 WS-DEPARTAMENTO-OK VALUE "00".

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

       01  WS-PLACA-ENTRADA PIC X(7).
       01  WS-COD-VALIDO    PIC X VALUE "N".
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
       01  WS-TENTATIVAS    PIC 9.

       01  WS-DADO-VALIDO PIC X VALUE "N".
           88 WS-DADO-OK VALUE "S".

      * Audit image of a vehicle - department, expected rate,
      * situation and description.
       01  WS-VEICULO-IMAGEM.
           05 WS-IM-DEPARTAMENTO PIC 9(4).
           05 FILLER             PIC X(1) VALUE "/".
           05 WS-IM-KM-LITRO     PIC 9(2)V9(2).
           05 FILLER             PIC X(1) VALUE "/".
           05 WS-IM-SITUACAO     PIC X(1).
           05 FILLER             PIC X(1) VALUE "/".
           05 WS-IM-DESCRICAO    PIC X(18).

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

           OPEN I-O VEICULO-MASTER.

           IF WS-VEICULO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE VEICULO-MASTER
               OPEN OUTPUT VEICULO-MASTER
               CLOSE VEICULO-MASTER
               OPEN I-O VEICULO-MASTER
           END-IF.

           IF NOT WS-VEICULO-OK
               DISPLAY "VEICULO: ERRO NA ABERTURA - " WS-FS-VEICULO
               STOP RUN
           END-IF.

           OPEN INPUT DEPARTAMENTO-MASTER.

           IF NOT WS-DEPARTAMENTO-OK
               DISPLAY "VEICULO: ERRO ABRINDO DEPARTAMENTOS - "
                       WS-FS-DEPARTAMENTO
               CLOSE VEICULO-MASTER
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE VEICULO-MASTER.
           CLOSE DEPARTAMENTO-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== CADASTRO DE VEICULOS DA FROTA ====".
           DISPLAY "1 - ADICIONAR".
           DISPLAY "2 - ALTERAR".
           DISPLAY "3 - CONSULTAR".
           DISPLAY "4 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the personnel-side perfis
      * (auxiliar de RH and supervisor), consulta and SAIR to every
      * perfil - an override on data/permissoes.dat replaces this
      * default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 2
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
               WHEN 1 PERFORM ADICIONAR-VEICULO
               WHEN 2 PERFORM ALTERAR-VEICULO
               WHEN 3 PERFORM CONSULTAR-VEICULO
               WHEN 4 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ADICIONAR-VEICULO.
           PERFORM ACEITAR-PLACA.
           IF WS-COD-VALIDO = "S"
               MOVE WS-PLACA-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-VEICULO-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       ADICIONAR-VEICULO-TRAVADO.
           MOVE WS-PLACA-ENTRADA TO VE-PLACA.
           PERFORM ACEITAR-DADOS-VEICULO.
           IF WS-DADOS-VALIDOS = "S"
               MOVE "A" TO VE-SITUACAO
               MOVE 0 TO VE-ULTIMO-ODOMETRO
               WRITE VE-VEICULO
                   INVALID KEY
                       DISPLAY "VEICULO JA CADASTRADO: " VE-PLACA
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "VEICULO" TO WS-AUD-CAMPO
                       MOVE SPACES TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-VEICULO
                       MOVE WS-VEICULO-IMAGEM TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

      * A change of department moves the fuel charge from the next
      * monthly run on; months already charged stay where they went.
      * The odometer is kept as it is.
       ALTERAR-VEICULO.
           PERFORM ACEITAR-PLACA.
           IF WS-COD-VALIDO = "S"
               MOVE WS-PLACA-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-VEICULO-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       ALTERAR-VEICULO-TRAVADO.
           MOVE WS-PLACA-ENTRADA TO VE-PLACA.
           READ VEICULO-MASTER
               INVALID KEY
                   DISPLAY "VEICULO NAO ENCONTRADO: " VE-PLACA
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-VEICULO
                   MOVE WS-VEICULO-IMAGEM TO WS-AUD-ANTES
                   PERFORM ACEITAR-DADOS-VEICULO
                   IF WS-DADOS-VALIDOS = "S"
                       PERFORM ACEITAR-SITUACAO
                   END-IF
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE VE-VEICULO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " VE-PLACA
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "VEICULO" TO WS-AUD-CAMPO
                               PERFORM MONTAR-IMAGEM-VEICULO
                               MOVE WS-VEICULO-IMAGEM TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       CONSULTAR-VEICULO.
           PERFORM ACEITAR-PLACA.
           IF WS-COD-VALIDO = "S"
               MOVE WS-PLACA-ENTRADA TO VE-PLACA
               READ VEICULO-MASTER
                   INVALID KEY
                       DISPLAY "VEICULO NAO ENCONTRADO: " VE-PLACA
                   NOT INVALID KEY
                       DISPLAY "PLACA..........: " VE-PLACA
                       DISPLAY "DESCRICAO......: " VE-DESCRICAO
                       DISPLAY "DEPARTAMENTO...: " VE-DEPARTAMENTO
                       DISPLAY "KM POR LITRO...: " VE-KM-LITRO
                       DISPLAY "SITUACAO.......: " VE-SITUACAO
                       DISPLAY "ULTIMO ODOMETRO: " VE-ULTIMO-ODOMETRO
               END-READ
           END-IF.

      * Plate through the shared validator - WS-COD-VALIDO stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-PLACA.
           MOVE "N" TO WS-COD-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME A PLACA DO VEICULO (7 POSICOES)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-PLACA-ENTRADA
               MOVE "S" TO WS-COD-VALIDO
           END-IF.

      * The department must be on the departamento master - its
      * cost center is what the fuel is charged to - and the
      * expected rate cannot be zero. Each field goes through the
      * shared validator, the department lookup up to three times;
      * a field that runs out of attempts leaves WS-DADOS-VALIDOS
      * "N" and the record is not written.
       ACEITAR-DADOS-VEICULO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           MOVE "N" TO WS-DADO-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME A DESCRICAO DO VEICULO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO VE-DESCRICAO
               MOVE 0 TO WS-TENTATIVAS
               PERFORM UNTIL WS-DADO-OK OR WS-TENTATIVAS = 3
                   PERFORM ACEITAR-DEPARTAMENTO
               END-PERFORM
           END-IF.
           IF WS-DADO-OK
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O CONSUMO ESPERADO (KM POR LITRO)"
                   TO VC-ROTULO
               MOVE 0.01  TO VC-MINIMO
               MOVE 99.99 TO VC-MAXIMO
               MOVE 2     TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-NUMERICO TO VE-KM-LITRO
                   MOVE "S" TO WS-DADOS-VALIDOS
               END-IF
           END-IF.

       ACEITAR-DEPARTAMENTO.
           ADD 1 TO WS-TENTATIVAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO DEPARTAMENTO" TO VC-ROTULO.
           MOVE 1    TO VC-MINIMO.
           MOVE 9999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO VE-DEPARTAMENTO
               MOVE VE-DEPARTAMENTO TO DP-CODIGO
               READ DEPARTAMENTO-MASTER
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO NAO CADASTRADO: "
                               VE-DEPARTAMENTO
                   NOT INVALID KEY
                       DISPLAY "DEPARTAMENTO: " DP-NOME
                               " CENTRO " DP-CENTRO-CUSTO
                       MOVE "S" TO WS-DADO-VALIDO
               END-READ
               IF NOT WS-DADO-OK AND WS-TENTATIVAS = 3
                   DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                           "OPERACAO CANCELADA"
               END-IF
           ELSE
               MOVE 3 TO WS-TENTATIVAS
           END-IF.

       ACEITAR-SITUACAO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-OPCAO TO TRUE.
           MOVE "INFORME A SITUACAO (A-ATIVO / I-INATIVO)" TO VC-ROTULO.
           MOVE "AI" TO VC-OPCOES.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO VE-SITUACAO
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

       MONTAR-IMAGEM-VEICULO.
           MOVE VE-DEPARTAMENTO TO WS-IM-DEPARTAMENTO.
           MOVE VE-KM-LITRO     TO WS-IM-KM-LITRO.
           MOVE VE-SITUACAO     TO WS-IM-SITUACAO.
           MOVE VE-DESCRICAO    TO WS-IM-DESCRICAO.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "VEICULO" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "VEICULO: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "VEICULO: CADEIA NOTURNA EM "
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
               DISPLAY "VEICULO: ERRO ABRINDO TRAVAS - " WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "VEICULOS" TO TV-ARQUIVO.
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
           MOVE "VEICULO"       TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM VEICULO.
