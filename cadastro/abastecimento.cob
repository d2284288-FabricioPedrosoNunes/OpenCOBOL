       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABASTECIMENTO.

      * Entry of the fleet's fuel dispensings. Each one names the
      * vehicle (active on data/veiculos.dat), the driver (an active
      * employee on the funcionario master), the tank it was drawn
      * from (data/tanques.dat), the odometer - which must be past
      * the vehicle's last one - and the liters. The dispensing is
      * appended to data/abastecimentos.dat for FROTA-COMBUSTIVEL and,
      * as a withdrawal of that tank, to data/movimentos-tanque.dat
      * for INVENTARIO-TANQUES; the vehicle keeps the new odometer.
      * The vehicle record is held under a trava while it is entered.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULO-MASTER ASSIGN TO "data/veiculos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-PLACA
               FILE STATUS IS WS-FS-VEICULO.

           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT TANQUES ASSIGN TO "data/tanques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TANQUES.

           SELECT ABASTECIMENTOS ASSIGN TO "data/abastecimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABASTECIMENTOS.

           SELECT MOVIMENTOS ASSIGN TO "data/movimentos-tanque.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTOS.

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

       FD  FUNCIONARIO-MASTER.
       01  FM-FUNCIONARIO.
           05 FM-CODFUNC PIC 9(6).
           05 FM-NOME  PIC X(20).
           05 FM-DATA-NASCIMENTO PIC 9(8).
           05 FM-DATA-ADMISSAO   PIC 9(8).
           05 FM-DEPARTAMENTO PIC X(15).
           05 FM-ENDERECO.
               10 FM-CEP            PIC X(9).
               10 FM-RUA            PIC X(20).
               10 FM-NUMEROENDERECO PIC 9(4).
               10 FM-COMPLEMENTO    PIC X(20).
               10 FM-CIDADE         PIC X(20).
               10 FM-ESTADO         PIC X(2).
           05 FM-TELEFONE.
               10 FM-DDD             PIC 9(2).
               10 FM-NUMEROTELEFONE  PIC X(9).
               10 FM-OPERADORA       PIC X(10).
           05 FM-SALARIO PIC 9(7)V9(2).
           05 FM-STATUS PIC X(10).
              88 FM-STATUS-ATIVO     VALUE "ATIVO".
              88 FM-STATUS-DESLIGADO VALUE "DESLIGADO".
              88 FM-STATUS-AFASTADO  VALUE "AFASTADO".
           05 FM-STATUS-DATA-EFETIVA PIC 9(8).
           05 FM-EMPRESA PIC 9(3).
           05 FM-CARGO PIC 9(4).
           05 FM-TIPO-CONTRATO PIC X(1).
              88 FM-CONTRATO-CLT         VALUE "C".
              88 FM-CONTRATO-EXPERIENCIA VALUE "E".
              88 FM-CONTRATO-ESTAGIO     VALUE "G".
              88 FM-CONTRATO-TEMPORARIO  VALUE "T".

       FD  TANQUES.
       COPY TANQUE.

       FD  ABASTECIMENTOS.
       COPY ABASTECIMENTO.

       FD  MOVIMENTOS.
       COPY MOVTANQUE.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-VEICULO PIC XX.
           88 WS-VEICULO-OK VALUE "00".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-TANQUES PIC XX.
           88 WS-TANQUES-OK VALUE "00".

       01  WS-FS-ABASTECIMENTOS PIC XX.
           88 WS-ABASTECIMENTOS-OK       VALUE "00".
           88 WS-ABASTECIMENTOS-NAOACHOU VALUE "35".

       01  WS-FS-MOVIMENTOS PIC XX.
           88 WS-MOVIMENTOS-OK       VALUE "00".
           88 WS-MOVIMENTOS-NAOACHOU VALUE "35".

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

       01  WS-DADO-VALIDO PIC X VALUE "N".
           88 WS-DADO-OK VALUE "S".
       01  WS-TENTATIVAS  PIC 9.

       01  WS-FIM-TANQUES PIC X VALUE "N".
           88 WS-TANQUES-EOF VALUE "S".

       01  WS-TANQUE-ACHADO PIC X VALUE "N".
           88 WS-TANQUE-EXISTE VALUE "S".

       01  WS-DATA-HORA.
           05 WS-DH-DATA PIC 9(8).
           05 WS-DH-HORA PIC 9(6).
           05 FILLER     PIC X(7).

      * Audit image of a dispensing - tank, odometer and liters.
       01  WS-ABASTECIMENTO-IMAGEM.
           05 WS-IM-TANQUE    PIC 9(3).
           05 FILLER          PIC X(1) VALUE "/".
           05 WS-IM-ODOMETRO  PIC 9(7).
           05 FILLER          PIC X(1) VALUE "/".
           05 WS-IM-LITROS    PIC 9(7)V9(3).
           05 FILLER          PIC X(1) VALUE "/".
           05 WS-IM-MOTORISTA PIC 9(6).

       01  WS-ODOMETRO-ANTES PIC 9(7).

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

           IF NOT WS-VEICULO-OK
               DISPLAY "ABASTEC: ERRO ABRINDO VEICULOS - "
                       WS-FS-VEICULO
               STOP RUN
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.

           IF NOT WS-MASTER-OK
               DISPLAY "ABASTEC: ERRO ABRINDO FUNCIONARIOS - "
                       WS-FS-MASTER
               CLOSE VEICULO-MASTER
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE VEICULO-MASTER.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== ABASTECIMENTO DA FROTA ====".
           DISPLAY "1 - REGISTRAR".
           DISPLAY "2 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Entering a dispensing is open to every perfil - the pump
      * attendant's session is usually a consulta one - unless an
      * override on data/permissoes.dat narrows it.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           MOVE "RASC" TO VP-PERFIS-PADRAO.
           CALL "VERIFICAR-PERMISSAO" USING VP-PARAMETROS.
           IF VP-PERMITIDO
               PERFORM EXECUTAR-OPCAO
           END-IF.

       EXECUTAR-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM REGISTRAR-ABASTECIMENTO
               WHEN 2 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      * The trava is taken on the vehicle, so two pumps cannot move
      * the same odometer at once.
       REGISTRAR-ABASTECIMENTO.
           PERFORM ACEITAR-PLACA.
           IF WS-COD-VALIDO = "S"
               MOVE WS-PLACA-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM REGISTRAR-ABASTECIMENTO-TRAVADO
               PERFORM LIBERAR-TRAVA
           END-IF.

       REGISTRAR-ABASTECIMENTO-TRAVADO.
           MOVE WS-PLACA-ENTRADA TO VE-PLACA.
           READ VEICULO-MASTER
               INVALID KEY
                   DISPLAY "VEICULO NAO CADASTRADO: " VE-PLACA
               NOT INVALID KEY
                   IF VE-ATIVO
                       PERFORM ACEITAR-ABASTECIMENTO
                       IF WS-DADO-OK
                           PERFORM GRAVAR-ABASTECIMENTO
                       END-IF
                   ELSE
                       DISPLAY "VEICULO INATIVO: " VE-PLACA
                   END-IF
           END-READ.

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

      * Driver, tank, odometer and liters through the shared
      * validator, each field leaving WS-DADO-VALIDO "S" before the
      * next is asked. The driver must be an active employee and the
      * tank must exist - a code that fails either counts as one of
      * the three attempts; the odometer must be past the vehicle's
      * last dispensing.
       ACEITAR-ABASTECIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DH-DATA TO AB-DATA.
           MOVE WS-DH-HORA TO AB-HORA.
           MOVE VE-PLACA TO AB-PLACA.

           MOVE "N" TO WS-DADO-VALIDO.
           MOVE 0 TO WS-TENTATIVAS.
           PERFORM UNTIL WS-DADO-OK OR WS-TENTATIVAS = 3
               PERFORM ACEITAR-MOTORISTA
           END-PERFORM.

           IF WS-DADO-OK
               MOVE "N" TO WS-DADO-VALIDO
               MOVE 0 TO WS-TENTATIVAS
               PERFORM UNTIL WS-DADO-OK OR WS-TENTATIVAS = 3
                   PERFORM ACEITAR-TANQUE
               END-PERFORM
           END-IF.

           IF WS-DADO-OK
               MOVE "N" TO WS-DADO-VALIDO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O ODOMETRO (KM)" TO VC-ROTULO
               COMPUTE VC-MINIMO = VE-ULTIMO-ODOMETRO + 1
               MOVE 9999999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-NUMERICO TO AB-ODOMETRO
                   MOVE "S" TO WS-DADO-VALIDO
               END-IF
           END-IF.

           IF WS-DADO-OK
               MOVE "N" TO WS-DADO-VALIDO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME OS LITROS ABASTECIDOS" TO VC-ROTULO
               MOVE 0.00001       TO VC-MINIMO
               MOVE 9999999.99999 TO VC-MAXIMO
               MOVE 5             TO VC-DECIMAIS
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-NUMERICO TO AB-LITROS
                   MOVE "S" TO WS-DADO-VALIDO
               END-IF
           END-IF.

       ACEITAR-MOTORISTA.
           ADD 1 TO WS-TENTATIVAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO MOTORISTA" TO VC-ROTULO.
           MOVE 1      TO VC-MINIMO.
           MOVE 999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO AB-MOTORISTA
               MOVE AB-MOTORISTA TO FM-CODFUNC
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO CADASTRADO: "
                               AB-MOTORISTA
                   NOT INVALID KEY
                       IF FM-STATUS-ATIVO
                           DISPLAY "MOTORISTA: " FM-NOME
                           MOVE "S" TO WS-DADO-VALIDO
                       ELSE
                           DISPLAY "FUNCIONARIO NAO ATIVO: "
                                   AB-MOTORISTA " " FM-STATUS
                       END-IF
               END-READ
               IF NOT WS-DADO-OK AND WS-TENTATIVAS = 3
                   DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                           "OPERACAO CANCELADA"
               END-IF
           ELSE
               MOVE 3 TO WS-TENTATIVAS
           END-IF.

       ACEITAR-TANQUE.
           ADD 1 TO WS-TENTATIVAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O TANQUE DE ONDE SAIU O COMBUSTIVEL"
               TO VC-ROTULO.
           MOVE 1   TO VC-MINIMO.
           MOVE 999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO AB-TANQUE
               PERFORM LOCALIZAR-TANQUE
               IF WS-TANQUE-EXISTE
                   DISPLAY "TANQUE " TQ-ID " - " TQ-PRODUTO
                   MOVE "S" TO WS-DADO-VALIDO
               ELSE
                   DISPLAY "TANQUE NAO CADASTRADO: " AB-TANQUE
                   IF WS-TENTATIVAS = 3
                       DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                               "OPERACAO CANCELADA"
                   END-IF
               END-IF
           ELSE
               MOVE 3 TO WS-TENTATIVAS
           END-IF.

      * The tank master is small and read whole, the way
      * INVENTARIO-TANQUES reads it.
       LOCALIZAR-TANQUE.
           MOVE "N" TO WS-TANQUE-ACHADO.
           MOVE "N" TO WS-FIM-TANQUES.
           OPEN INPUT TANQUES.
           IF NOT WS-TANQUES-OK
               DISPLAY "ABASTEC: ERRO ABRINDO TANQUES - "
                       WS-FS-TANQUES
           ELSE
               PERFORM UNTIL WS-TANQUES-EOF OR WS-TANQUE-EXISTE
                   READ TANQUES
                       AT END
                           SET WS-TANQUES-EOF TO TRUE
                       NOT AT END
                           IF TQ-ID = AB-TANQUE
                               SET WS-TANQUE-EXISTE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TANQUES
           END-IF.

      * The dispensing goes to the fleet file and, as a withdrawal
      * of the tank, to the day's tank movements; only then does the
      * vehicle take the new odometer.
       GRAVAR-ABASTECIMENTO.
           OPEN EXTEND ABASTECIMENTOS.
           IF WS-ABASTECIMENTOS-NAOACHOU
               OPEN OUTPUT ABASTECIMENTOS
           END-IF.
           IF NOT WS-ABASTECIMENTOS-OK
               DISPLAY "ABASTEC: ERRO ABRINDO ABASTECIMENTOS - "
                       WS-FS-ABASTECIMENTOS
           ELSE
               WRITE AB-ABASTECIMENTO
               CLOSE ABASTECIMENTOS
               PERFORM GRAVAR-MOVIMENTO-TANQUE
               PERFORM ATUALIZAR-ODOMETRO
           END-IF.

       GRAVAR-MOVIMENTO-TANQUE.
           OPEN EXTEND MOVIMENTOS.
           IF WS-MOVIMENTOS-NAOACHOU
               OPEN OUTPUT MOVIMENTOS
           END-IF.
           IF NOT WS-MOVIMENTOS-OK
               DISPLAY "ABASTEC: ERRO ABRINDO MOVIMENTOS - "
                       WS-FS-MOVIMENTOS
           ELSE
               MOVE SPACES TO MT-MOVIMENTO
               MOVE AB-TANQUE    TO MT-ID
               MOVE AB-DATA      TO MT-DATA
               MOVE "S"          TO MT-TIPO
               MOVE AB-LITROS    TO MT-VOLUME
               MOVE 0            TO MT-NOTA-FISCAL
               MOVE 0            TO MT-VOLUME-NOTA
               MOVE 0            TO MT-VALOR-NOTA
               MOVE AB-PLACA     TO MT-PLACA
               MOVE AB-MOTORISTA TO MT-MOTORISTA
               MOVE AB-ODOMETRO  TO MT-ODOMETRO
               WRITE MT-MOVIMENTO
               CLOSE MOVIMENTOS
           END-IF.

       ATUALIZAR-ODOMETRO.
           MOVE VE-ULTIMO-ODOMETRO TO WS-ODOMETRO-ANTES.
           MOVE AB-ODOMETRO TO VE-ULTIMO-ODOMETRO.
           REWRITE VE-VEICULO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO: " VE-PLACA
               NOT INVALID KEY
                   DISPLAY "ABASTECIMENTO REGISTRADO: " VE-PLACA
                   MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                   MOVE "ABASTECIMENTO" TO WS-AUD-CAMPO
                   MOVE WS-ODOMETRO-ANTES TO WS-AUD-ANTES
                   MOVE AB-TANQUE    TO WS-IM-TANQUE
                   MOVE AB-ODOMETRO  TO WS-IM-ODOMETRO
                   MOVE AB-LITROS    TO WS-IM-LITROS
                   MOVE AB-MOTORISTA TO WS-IM-MOTORISTA
                   MOVE WS-ABASTECIMENTO-IMAGEM TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "ABASTEC" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "ABASTEC: OPERADOR NAO AUTENTICADO"
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
                           DISPLAY "ABASTEC: CADEIA NOTURNA EM "
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
               DISPLAY "ABASTEC: ERRO ABRINDO TRAVAS - " WS-FS-TRAVAS
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
           MOVE "ABASTEC"       TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM ABASTECIMENTO.
