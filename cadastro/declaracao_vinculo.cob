       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARACAO-VINCULO.

      * On-demand employment and salary declarations for banks,
      * landlords and consulates, in place of figures copied from
      * the register into a word processor. Asks the employee code,
      * the letter type and who the letter is addressed to:
      *   V - employment only (admission date, cargo and, for an
      *       ex-employee, the termination date);
      *   S - employment with the current salary (FM-SALARIO);
      *   M - employment with the average gross pay of the last N
      *       competencias paid by the employee's company - the
      *       live ledger first, then the per-year archives
      *       FECHA-ANO-LEDGER wrote.
      * The employee is read from the live master and, failing
      * that, from the history master; an ex-employee only gets the
      * employment letter. The company comes from EMPRESA. Every
      * letter takes the next serial number on the issuance log
      * (copybooks/DECLARACAO.cpy) and prints it with a
      * verification digest, so a letter presented back can be
      * checked against what was actually issued (option 2). The
      * letter goes to data/declaracao-NNNNNNNN.lst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECLARACAO-LOG ASSIGN TO "data/declaracoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-NUMERO
               FILE STATUS IS WS-FS-DECLARACAO.

           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT HISTORICO-MASTER ASSIGN TO
                   "data/funcmast-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-CODFUNC
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT PESSOA-MASTER ASSIGN TO "data/pessoa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-FS-PESSOA.

           SELECT EMPRESA-MASTER ASSIGN TO "data/empresas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EP-CODIGO
               FILE STATUS IS WS-FS-EMPRESA.

           SELECT CARGO-MASTER ASSIGN TO "data/cargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WS-FS-CARGO.

           SELECT FOLHA-LEDGER ASSIGN TO "data/folha-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

           SELECT LEDGER-ARQUIVO ASSIGN DYNAMIC WS-ARQUIVO-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CHAVE
               FILE STATUS IS WS-FS-ARQUIVO.

           SELECT CARTA-SAIDA ASSIGN DYNAMIC WS-ARQUIVO-CARTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTA.

      * Suite-wide interlock - a salary read while the nightly chain
      * is mid-reajuste could go out on a letter half-updated.
           SELECT CADEIA-LOCK ASSIGN TO "data/cadeia-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCK.

       DATA DIVISION.

       FILE SECTION.
       FD  DECLARACAO-LOG.
       COPY DECLARACAO.

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

      * Same layout as the live master - an archived employee is
      * moved into FM-FUNCIONARIO and written up the same way.
       FD  HISTORICO-MASTER.
       01  HM-FUNCIONARIO.
           05 HM-CODFUNC PIC 9(6).
           05 HM-RESTO   PIC X(182).

       FD  PESSOA-MASTER.
       01  PM-PESSOA.
           05 PM-COD           PIC 9(6).
           05 PM-NOME          PIC X(20).
           05 PM-ESCOLARIDADE  PIC X(2).
           05 PM-DATA-NASCIMENTO PIC 9(8).
           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

       FD  EMPRESA-MASTER.
       COPY EMPRESA.

       FD  CARGO-MASTER.
       COPY CARGO.

       FD  FOLHA-LEDGER.
       COPY FOLHALEDGER.

      * Same layout as the live ledger, field by field.
       FD  LEDGER-ARQUIVO.
       01  AR-REGISTRO-LEDGER.
           05 AR-CHAVE.
               10 AR-CODFUNC     PIC 9(6).
               10 AR-COMPETENCIA PIC 9(6).
               10 AR-EMPRESA     PIC 9(3).
           05 AR-DEPARTAMENTO    PIC X(15).
           05 AR-SALARIO-BRUTO   PIC 9(7)V9(2).
           05 AR-SALARIO-INSS    PIC 9(7)V9(2).
           05 AR-SALARIO-IRRF    PIC 9(7)V9(2).
           05 AR-SALARIO-LIQUIDO PIC 9(7)V9(2).

       FD  CARTA-SAIDA.
       01  CARTA-LINHA PIC X(80).

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       WORKING-STORAGE SECTION.

       01  WS-FS-DECLARACAO PIC XX.
           88 WS-DECLARACAO-OK         VALUE "00".
           88 WS-DECLARACAO-EOF        VALUE "10".
           88 WS-DECLARACAO-NAO-EXISTE VALUE "35".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-HISTORICO PIC XX.
           88 WS-HISTORICO-OK VALUE "00".

       01  WS-FS-PESSOA PIC XX.
           88 WS-PESSOA-OK VALUE "00".

       01  WS-FS-EMPRESA PIC XX.
           88 WS-EMPRESA-OK VALUE "00".

       01  WS-FS-CARGO PIC XX.
           88 WS-CARGO-OK VALUE "00".

       01  WS-FS-LEDGER PIC XX.
           88 WS-LEDGER-OK  VALUE "00".
           88 WS-LEDGER-EOF VALUE "10".

       01  WS-FS-ARQUIVO PIC XX.
           88 WS-ARQUIVO-OK  VALUE "00".
           88 WS-ARQUIVO-EOF VALUE "10".

       01  WS-FS-CARTA PIC XX.
           88 WS-CARTA-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-ARQUIVO-NOME  PIC X(40).
       01  WS-ARQUIVO-CARTA PIC X(40).

       01  WS-AUD-OPERACAO PIC X(10).
       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-AUD-ANTES    PIC X(30).
       01  WS-AUD-DEPOIS   PIC X(30).

       01  WS-COD-ENTRADA  PIC 9(6).
       01  WS-NUM-ENTRADA  PIC 9(8).
       01  WS-TIPO-ENTRADA PIC X(1).
           88 WS-TIPO-VALIDO VALUES "V", "S", "M".
       01  WS-QTD-COMP-ENTRADA PIC 9(2).
       01  WS-DESTINATARIO PIC X(30).
       01  WS-VERIF-ENTRADA PIC 9(15).
       01  WS-COD-VALIDO    PIC X VALUE "N".
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
       01  WS-TENTATIVAS-VERIF PIC 9.

       01  WS-FUNCIONARIO-ACHADO PIC X VALUE "N".
           88 WS-FUNCIONARIO-EXISTE VALUE "S".

       01  WS-EMISSAO-OK PIC X VALUE "N".
           88 WS-PODE-EMITIR VALUE "S".

       01  WS-CPF PIC X(11).
       01  WS-POSICAO PIC 9(3).

      * Next serial number: one past the highest on the log. A
      * second session that took the same number meanwhile makes the
      * WRITE fail on the key, and the number is bumped and retried.
       01  WS-PROXIMO-NUMERO PIC 9(8).
       01  WS-GRAVADO PIC X VALUE "N".
           88 WS-LOG-GRAVADO VALUE "S".
       01  WS-TENTATIVAS PIC 9(2).

      * Average over the newest competencias of the company, newest
      * first. The buffer holds one source (the live ledger or one
      * year's archive) in key order before its tail is taken.
       01  WS-QTD-MEDIA  PIC 9(2).
       01  WS-SOMA-MEDIA PIC 9(9)V9(2).
       01  WS-COMP-MAIS-ANTIGA PIC 9(6).
       01  WS-COMP-MAIS-NOVA   PIC 9(6).
       01  WS-QTD-BUFFER PIC 9(2) VALUE 0.
       01  WS-BUFFER-TABELA.
           05 WS-BF-ITEM OCCURS 60 TIMES INDEXED BY BF-IDX.
              10 WS-BF-COMPETENCIA PIC 9(6).
              10 WS-BF-BRUTO       PIC 9(7)V9(2).
       01  WS-BF-ORIGEM PIC 9(2).
       01  WS-ANO-ARQUIVO  PIC 9(4).
       01  WS-ANO-ADMISSAO PIC 9(4).

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-HORA-AGORA PIC 9(6).

      * DD/MM/AAAA rendering of an AAAAMMDD date.
       01  WS-DATA-ENTRADA PIC 9(8).
       01  WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
           05 WS-DE-ANO PIC 9(4).
           05 WS-DE-MES PIC 9(2).
           05 WS-DE-DIA PIC 9(2).
       01  WS-DATA-FORMATADA PIC X(10).
       01  WS-DATA-ADMISSAO-FMT PIC X(10).
       01  WS-DATA-SAIDA-FMT    PIC X(10).
       01  WS-DATA-EMISSAO-FMT  PIC X(10).

       01  WS-COMP-FMT-1 PIC X(7).
       01  WS-COMP-FMT-2 PIC X(7).

       01  WS-CNPJ-FMT.
           05 WS-CNPJ-1 PIC 9(2).
           05 FILLER    PIC X VALUE ".".
           05 WS-CNPJ-2 PIC 9(3).
           05 FILLER    PIC X VALUE ".".
           05 WS-CNPJ-3 PIC 9(3).
           05 FILLER    PIC X VALUE "/".
           05 WS-CNPJ-4 PIC 9(4).
           05 FILLER    PIC X VALUE "-".
           05 WS-CNPJ-5 PIC 9(2).
       01  WS-CNPJ-NUM PIC 9(14).
       01  WS-CNPJ-NUM-R REDEFINES WS-CNPJ-NUM.
           05 WS-CN-1 PIC 9(2).
           05 WS-CN-2 PIC 9(3).
           05 WS-CN-3 PIC 9(3).
           05 WS-CN-4 PIC 9(4).
           05 WS-CN-5 PIC 9(2).

       01  WS-E-VALOR PIC ZZZZZZ9.99.
       01  WS-E-QTD   PIC Z9.

       01  WS-OPCAO       PIC 9 VALUE 0.
       01  WS-CONTINUAR   PIC X VALUE "S".
           88 WS-DEVE-CONTINUAR VALUE "S".

       COPY CALCHASH.

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

           OPEN I-O DECLARACAO-LOG.

           IF WS-DECLARACAO-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE DECLARACAO-LOG
               OPEN OUTPUT DECLARACAO-LOG
               CLOSE DECLARACAO-LOG
               OPEN I-O DECLARACAO-LOG
           END-IF.

           IF NOT WS-DECLARACAO-OK
               DISPLAY "DECLARACAO-VINCULO: ERRO NA ABERTURA - "
                       WS-FS-DECLARACAO
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE DECLARACAO-LOG.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== DECLARACOES DE VINCULO E SALARIO ====".
           DISPLAY "1 - EMITIR DECLARACAO".
           DISPLAY "2 - CONFERIR DECLARACAO EMITIDA".
           DISPLAY "3 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Issuing is the personnel side's (auxiliar de RH and
      * supervisor); checking a letter presented back and SAIR are
      * open to every perfil - an override on data/permissoes.dat
      * replaces this default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
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
               WHEN 1 PERFORM EMITIR-DECLARACAO
               WHEN 2 PERFORM CONFERIR-DECLARACAO
               WHEN 3 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       EMITIR-DECLARACAO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               PERFORM LOCALIZAR-FUNCIONARIO
               IF NOT WS-FUNCIONARIO-EXISTE
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO NO MASTER "
                           "NEM NO HISTORICO: " WS-COD-ENTRADA
               ELSE
                   DISPLAY "FUNCIONARIO: " FM-NOME " " FM-STATUS
                   PERFORM ACEITAR-TIPO
                   MOVE "N" TO WS-EMISSAO-OK
                   IF WS-DADOS-VALIDOS = "S"
                       PERFORM PREPARAR-DECLARACAO
                   END-IF
                   IF WS-PODE-EMITIR
                       PERFORM GRAVAR-LOG-DECLARACAO
                       IF WS-LOG-GRAVADO
                           PERFORM IMPRIMIR-CARTA
                           PERFORM REGISTRAR-EMISSAO
                       END-IF
                   END-IF
               END-IF
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

      * Type, months in the average and addressee through the shared
      * validator; a field that runs out of attempts leaves
      * WS-DADOS-VALIDOS "N" and no letter is issued.
       ACEITAR-TIPO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           MOVE 0 TO WS-QTD-COMP-ENTRADA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-OPCAO TO TRUE.
           MOVE "TIPO: V-SO VINCULO  S-COM SALARIO ATUAL  "
               TO VC-ROTULO.
           MOVE "M-COM SALARIO MEDIO" TO VC-ROTULO(42:).
           MOVE "VSM" TO VC-OPCOES.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-TIPO-ENTRADA
               IF WS-TIPO-ENTRADA = "M"
                   INITIALIZE VC-PARAMETROS
                   SET VC-TIPO-NUMERICO TO TRUE
                   MOVE "QUANTAS COMPETENCIAS NA MEDIA (1 A 24)"
                       TO VC-ROTULO
                   MOVE 1  TO VC-MINIMO
                   MOVE 24 TO VC-MAXIMO
                   CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               END-IF
           END-IF.
           IF VC-ACEITO
               IF WS-TIPO-ENTRADA = "M"
                   MOVE VC-VALOR-NUMERICO TO WS-QTD-COMP-ENTRADA
               END-IF
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "DESTINATARIO (EM BRANCO = A QUEM INTERESSAR)"
                   TO VC-ROTULO
               MOVE "S" TO VC-OPCIONAL
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           EVALUATE TRUE
               WHEN VC-EM-BRANCO
                   MOVE "A QUEM INTERESSAR POSSA" TO WS-DESTINATARIO
                   MOVE "S" TO WS-DADOS-VALIDOS
               WHEN VC-ACEITO
                   MOVE VC-VALOR-TEXTO TO WS-DESTINATARIO
                   MOVE "S" TO WS-DADOS-VALIDOS
           END-EVALUATE.

      * Works out the value the letter states before anything is
      * numbered - a refused letter never burns a serial.
       PREPARAR-DECLARACAO.
           MOVE "S" TO WS-EMISSAO-OK.
           MOVE 0 TO WS-SOMA-MEDIA WS-QTD-MEDIA.

           MOVE FM-EMPRESA TO EP-CODIGO.
           OPEN INPUT EMPRESA-MASTER.
           IF WS-EMPRESA-OK
               READ EMPRESA-MASTER
                   INVALID KEY
                       DISPLAY "EMPRESA NAO CADASTRADA: " FM-EMPRESA
                       MOVE "N" TO WS-EMISSAO-OK
               END-READ
               CLOSE EMPRESA-MASTER
           ELSE
               DISPLAY "DECLARACAO-VINCULO: ERRO ABRINDO EMPRESAS - "
                       WS-FS-EMPRESA
               MOVE "N" TO WS-EMISSAO-OK
           END-IF.

           IF FM-STATUS-DESLIGADO AND WS-TIPO-ENTRADA NOT = "V"
               DISPLAY "FUNCIONARIO DESLIGADO - SOMENTE DECLARACAO "
                       "DE VINCULO"
               MOVE "N" TO WS-EMISSAO-OK
           END-IF.

           IF WS-PODE-EMITIR AND WS-TIPO-ENTRADA = "M"
               PERFORM CALCULAR-MEDIA
               IF WS-QTD-MEDIA = 0
                   DISPLAY "NENHUMA COMPETENCIA PAGA NO LEDGER PELA "
                           "EMPRESA " FM-EMPRESA
                   MOVE "N" TO WS-EMISSAO-OK
               ELSE
                   IF WS-QTD-MEDIA < WS-QTD-COMP-ENTRADA
                       DISPLAY "SOMENTE " WS-QTD-MEDIA
                               " COMPETENCIAS NO LEDGER - MEDIA SOBRE "
                               "ELAS"
                   END-IF
               END-IF
           END-IF.

           MOVE FM-CARGO TO CG-CODIGO.
           MOVE SPACES TO CG-TITULO.
           OPEN INPUT CARGO-MASTER.
           IF WS-CARGO-OK
               READ CARGO-MASTER
                   INVALID KEY MOVE SPACES TO CG-TITULO
               END-READ
               CLOSE CARGO-MASTER
           END-IF.

           MOVE SPACES TO WS-CPF.
           OPEN INPUT PESSOA-MASTER.
           IF WS-PESSOA-OK
               MOVE FM-CODFUNC TO PM-COD
               READ PESSOA-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PM-CPF TO WS-CPF
               END-READ
               CLOSE PESSOA-MASTER
           END-IF.

       GRAVAR-LOG-DECLARACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA.
           PERFORM OBTER-PROXIMO-NUMERO.

           MOVE "N" TO WS-GRAVADO.
           MOVE 0 TO WS-TENTATIVAS.
           PERFORM UNTIL WS-LOG-GRAVADO OR WS-TENTATIVAS > 9
               PERFORM MONTAR-DECLARACAO
               WRITE DC-DECLARACAO
                   INVALID KEY
                       ADD 1 TO WS-PROXIMO-NUMERO
                       ADD 1 TO WS-TENTATIVAS
                   NOT INVALID KEY
                       MOVE "S" TO WS-GRAVADO
               END-WRITE
           END-PERFORM.

           IF NOT WS-LOG-GRAVADO
               DISPLAY "ERRO NA GRAVACAO DO LOG DE DECLARACOES - "
                       WS-FS-DECLARACAO " - NADA EMITIDO"
           END-IF.

       MONTAR-DECLARACAO.
           MOVE WS-PROXIMO-NUMERO   TO DC-NUMERO.
           MOVE FM-CODFUNC          TO DC-CODFUNC.
           MOVE FM-EMPRESA          TO DC-EMPRESA.
           MOVE WS-TIPO-ENTRADA     TO DC-TIPO.
           MOVE WS-QTD-MEDIA        TO DC-COMPETENCIAS.
           EVALUATE TRUE
               WHEN DC-SALARIO-ATUAL
                   MOVE FM-SALARIO TO DC-VALOR
               WHEN DC-SALARIO-MEDIO
                   COMPUTE DC-VALOR ROUNDED =
                       WS-SOMA-MEDIA / WS-QTD-MEDIA
               WHEN OTHER
                   MOVE 0 TO DC-VALOR
           END-EVALUATE.
           MOVE WS-DESTINATARIO     TO DC-DESTINATARIO.
           MOVE WS-DATA-HOJE        TO DC-DATA-EMISSAO.
           MOVE WS-HORA-AGORA       TO DC-HORA-EMISSAO.
           MOVE AU-OPERADOR         TO DC-OPERADOR.

           MOVE 0 TO CH-SEMENTE.
           MOVE 81 TO CH-TAMANHO.
           MOVE DC-DECLARACAO(1:81) TO CH-TEXTO.
           CALL "CALC-HASH" USING CH-PARAMETROS.
           MOVE CH-HASH TO DC-VERIFICACAO.

       OBTER-PROXIMO-NUMERO.
           MOVE 0 TO WS-PROXIMO-NUMERO.
           MOVE 0 TO DC-NUMERO.
           START DECLARACAO-LOG KEY IS NOT LESS THAN DC-NUMERO
               INVALID KEY SET WS-DECLARACAO-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DECLARACAO-EOF
               READ DECLARACAO-LOG NEXT RECORD
                   AT END SET WS-DECLARACAO-EOF TO TRUE
                   NOT AT END MOVE DC-NUMERO TO WS-PROXIMO-NUMERO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROXIMO-NUMERO.

       IMPRIMIR-CARTA.
           MOVE SPACES TO WS-ARQUIVO-CARTA.
           STRING "data/declaracao-" DC-NUMERO ".lst"
               DELIMITED BY SIZE INTO WS-ARQUIVO-CARTA.
           OPEN OUTPUT CARTA-SAIDA.
           IF NOT WS-CARTA-OK
               DISPLAY "DECLARACAO-VINCULO: ERRO ABRINDO "
                       WS-ARQUIVO-CARTA " - " WS-FS-CARTA
               DISPLAY "NUMERO " DC-NUMERO " REGISTRADO NO LOG SEM "
                       "CARTA"
           ELSE
               PERFORM FORMATAR-DATAS
               PERFORM IMPRIMIR-TIMBRE
               PERFORM IMPRIMIR-CORPO
               PERFORM IMPRIMIR-FECHO
               CLOSE CARTA-SAIDA
               DISPLAY "DECLARACAO " DC-NUMERO " EMITIDA EM "
                       WS-ARQUIVO-CARTA
           END-IF.

       FORMATAR-DATAS.
           MOVE FM-DATA-ADMISSAO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-FORMATADA TO WS-DATA-ADMISSAO-FMT.
           MOVE FM-STATUS-DATA-EFETIVA TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-FORMATADA TO WS-DATA-SAIDA-FMT.
           MOVE DC-DATA-EMISSAO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-FORMATADA TO WS-DATA-EMISSAO-FMT.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-FORMATADA.
           STRING WS-DE-DIA "/" WS-DE-MES "/" WS-DE-ANO
               DELIMITED BY SIZE INTO WS-DATA-FORMATADA.

       IMPRIMIR-TIMBRE.
           MOVE EP-CNPJ TO WS-CNPJ-NUM.
           MOVE WS-CN-1 TO WS-CNPJ-1.
           MOVE WS-CN-2 TO WS-CNPJ-2.
           MOVE WS-CN-3 TO WS-CNPJ-3.
           MOVE WS-CN-4 TO WS-CNPJ-4.
           MOVE WS-CN-5 TO WS-CNPJ-5.

           MOVE EP-NOME TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING "CNPJ " WS-CNPJ-FMT
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE SPACES TO CARTA-LINHA.
           EVALUATE TRUE
               WHEN DC-SO-VINCULO
                   MOVE "DECLARACAO DE VINCULO EMPREGATICIO"
                       TO CARTA-LINHA(23:)
               WHEN OTHER
                   MOVE "DECLARACAO DE VINCULO E SALARIO"
                       TO CARTA-LINHA(25:)
           END-EVALUATE.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING "No. " DC-NUMERO
               DELIMITED BY SIZE INTO CARTA-LINHA(35:).
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE DC-DESTINATARIO TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.

       IMPRIMIR-CORPO.
           MOVE SPACES TO CARTA-LINHA.
           STRING "DECLARAMOS, PARA OS DEVIDOS FINS, QUE "
               FUNCTION TRIM(FM-NOME) ","
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE SPACES TO CARTA-LINHA.
           MOVE 1 TO WS-POSICAO.
           IF WS-CPF NOT = SPACES
               STRING "CPF " WS-CPF(1:3) "." WS-CPF(4:3) "."
                   WS-CPF(7:3) "-" WS-CPF(10:2) ", "
                   DELIMITED BY SIZE INTO CARTA-LINHA
                   WITH POINTER WS-POSICAO
           END-IF.
           IF FM-STATUS-DESLIGADO
               STRING "FOI EMPREGADO(A) DESTA EMPRESA DE "
                   WS-DATA-ADMISSAO-FMT " A " WS-DATA-SAIDA-FMT ","
                   DELIMITED BY SIZE INTO CARTA-LINHA
                   WITH POINTER WS-POSICAO
           ELSE
               STRING "E EMPREGADO(A) DESTA EMPRESA DESDE "
                   WS-DATA-ADMISSAO-FMT ","
                   DELIMITED BY SIZE INTO CARTA-LINHA
                   WITH POINTER WS-POSICAO
           END-IF.
           WRITE CARTA-LINHA.

           MOVE SPACES TO CARTA-LINHA.
           IF CG-TITULO NOT = SPACES
               IF FM-STATUS-DESLIGADO
                   STRING "TENDO OCUPADO O CARGO DE "
                       FUNCTION TRIM(CG-TITULO)
                       " NO DEPARTAMENTO "
                       FUNCTION TRIM(FM-DEPARTAMENTO) "."
                       DELIMITED BY SIZE INTO CARTA-LINHA
               ELSE
                   STRING "OCUPANDO O CARGO DE "
                       FUNCTION TRIM(CG-TITULO)
                       " NO DEPARTAMENTO "
                       FUNCTION TRIM(FM-DEPARTAMENTO) "."
                       DELIMITED BY SIZE INTO CARTA-LINHA
               END-IF
           ELSE
               STRING "LOTADO(A) NO DEPARTAMENTO "
                   FUNCTION TRIM(FM-DEPARTAMENTO) "."
                   DELIMITED BY SIZE INTO CARTA-LINHA
           END-IF.
           WRITE CARTA-LINHA.

           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE DC-VALOR TO WS-E-VALOR.
           EVALUATE TRUE
               WHEN DC-SALARIO-ATUAL
                   MOVE SPACES TO CARTA-LINHA
                   STRING "SEU SALARIO MENSAL BRUTO ATUAL E DE R$ "
                       FUNCTION TRIM(WS-E-VALOR) "."
                       DELIMITED BY SIZE INTO CARTA-LINHA
                   WRITE CARTA-LINHA
               WHEN DC-SALARIO-MEDIO
                   MOVE WS-COMP-MAIS-ANTIGA TO WS-DATA-ENTRADA(1:6)
                   MOVE SPACES TO WS-COMP-FMT-1
                   STRING WS-DE-MES "/" WS-DE-ANO
                       DELIMITED BY SIZE INTO WS-COMP-FMT-1
                   MOVE WS-COMP-MAIS-NOVA TO WS-DATA-ENTRADA(1:6)
                   MOVE SPACES TO WS-COMP-FMT-2
                   STRING WS-DE-MES "/" WS-DE-ANO
                       DELIMITED BY SIZE INTO WS-COMP-FMT-2
                   MOVE DC-COMPETENCIAS TO WS-E-QTD
                   MOVE SPACES TO CARTA-LINHA
                   STRING "SUA REMUNERACAO MENSAL BRUTA MEDIA NAS "
                       "ULTIMAS " FUNCTION TRIM(WS-E-QTD)
                       " COMPETENCIAS PAGAS,"
                       DELIMITED BY SIZE INTO CARTA-LINHA
                   WRITE CARTA-LINHA
                   MOVE SPACES TO CARTA-LINHA
                   STRING "DE " WS-COMP-FMT-1 " A " WS-COMP-FMT-2
                       ", FOI DE R$ " FUNCTION TRIM(WS-E-VALOR) "."
                       DELIMITED BY SIZE INTO CARTA-LINHA
                   WRITE CARTA-LINHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       IMPRIMIR-FECHO.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "POR SER EXPRESSAO DA VERDADE, FIRMAMOS A PRESENTE."
               TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           STRING "EMITIDA EM " WS-DATA-EMISSAO-FMT
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "______________________________________" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "DEPARTAMENTO DE RECURSOS HUMANOS" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           WRITE CARTA-LINHA.
           STRING "DECLARACAO No. " DC-NUMERO
               " - CODIGO DE VERIFICACAO " DC-VERIFICACAO
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "A AUTENTICIDADE PODE SER CONFIRMADA JUNTO AO RH PELO "
               TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "NUMERO E CODIGO ACIMA." TO CARTA-LINHA.
           WRITE CARTA-LINHA.

      * A letter presented back: the number must be on the log and
      * the digest typed from the letter must match the one issued.
      * The issued content is shown so the figures can be compared.
       CONFERIR-DECLARACAO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O NUMERO DA DECLARACAO" TO VC-ROTULO.
           MOVE 1        TO VC-MINIMO.
           MOVE 99999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-NUM-ENTRADA
               MOVE 0 TO WS-TENTATIVAS-VERIF
               PERFORM UNTIL WS-DADOS-VALIDOS = "S"
                       OR WS-TENTATIVAS-VERIF = 3
                   PERFORM ACEITAR-VERIFICACAO
               END-PERFORM
           END-IF.
           IF WS-DADOS-VALIDOS = "S"
               MOVE WS-NUM-ENTRADA TO DC-NUMERO
               READ DECLARACAO-LOG
                   INVALID KEY
                       DISPLAY "DECLARACAO NAO EMITIDA POR ESTE "
                               "SISTEMA: " WS-NUM-ENTRADA
                   NOT INVALID KEY
                       IF DC-VERIFICACAO NOT = WS-VERIF-ENTRADA
                           DISPLAY "CODIGO DE VERIFICACAO NAO "
                                   "CONFERE - DECLARACAO NAO AUTENTICA"
                       ELSE
                           DISPLAY "DECLARACAO AUTENTICA - CONFIRA OS "
                                   "DADOS COM A CARTA APRESENTADA"
                       END-IF
                       MOVE DC-VALOR TO WS-E-VALOR
                       DISPLAY "FUNCIONARIO..: " DC-CODFUNC
                       DISPLAY "EMPRESA......: " DC-EMPRESA
                       DISPLAY "TIPO.........: " DC-TIPO
                       DISPLAY "VALOR........: " WS-E-VALOR
                       DISPLAY "COMPETENCIAS.: " DC-COMPETENCIAS
                       DISPLAY "DESTINATARIO.: " DC-DESTINATARIO
                       DISPLAY "EMITIDA EM...: " DC-DATA-EMISSAO " "
                               DC-HORA-EMISSAO " POR " DC-OPERADOR
               END-READ
           END-IF.

      * The code is printed on the letter with all fifteen digits,
      * more than a number the shared validator carries, so it is
      * taken as text and checked here, up to three times.
       ACEITAR-VERIFICACAO.
           ADD 1 TO WS-TENTATIVAS-VERIF.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O CODIGO DE VERIFICACAO (15 DIGITOS)"
               TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               IF VC-VALOR-TEXTO(1:15) IS NUMERIC
                       AND VC-VALOR-TEXTO(16:) = SPACES
                   MOVE VC-VALOR-TEXTO(1:15) TO WS-VERIF-ENTRADA
                   MOVE "S" TO WS-DADOS-VALIDOS
               ELSE
                   DISPLAY "CODIGO DE VERIFICACAO INVALIDO - INFORME "
                           "OS 15 DIGITOS"
                   IF WS-TENTATIVAS-VERIF = 3
                       DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                               "OPERACAO CANCELADA"
                   END-IF
               END-IF
           ELSE
               MOVE 3 TO WS-TENTATIVAS-VERIF
           END-IF.

      * Newest competencias of the employee's company: the live
      * ledger, then each closed year's archive below the oldest
      * year still live, back to the admission year.
       CALCULAR-MEDIA.
           MOVE 0 TO WS-COMP-MAIS-NOVA WS-COMP-MAIS-ANTIGA.
           PERFORM CARREGAR-LEDGER-VIVO.
           PERFORM SOMAR-BUFFER.

           IF WS-QTD-BUFFER > 0
               MOVE WS-BF-COMPETENCIA(1)(1:4) TO WS-ANO-ARQUIVO
               SUBTRACT 1 FROM WS-ANO-ARQUIVO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ARQUIVO
           END-IF.
           MOVE FM-DATA-ADMISSAO(1:4) TO WS-ANO-ADMISSAO.
           PERFORM UNTIL WS-QTD-MEDIA >= WS-QTD-COMP-ENTRADA
                   OR WS-ANO-ARQUIVO < WS-ANO-ADMISSAO
                   OR WS-ANO-ARQUIVO = 0
               PERFORM CARREGAR-LEDGER-ARQUIVO
               PERFORM SOMAR-BUFFER
               SUBTRACT 1 FROM WS-ANO-ARQUIVO
           END-PERFORM.

       CARREGAR-LEDGER-VIVO.
           MOVE 0 TO WS-QTD-BUFFER.
           OPEN INPUT FOLHA-LEDGER.
           IF WS-LEDGER-OK
               MOVE FM-CODFUNC TO LG-CODFUNC
               MOVE 0 TO LG-COMPETENCIA
               MOVE 0 TO LG-EMPRESA
               START FOLHA-LEDGER KEY IS NOT LESS THAN LG-CHAVE
                   INVALID KEY SET WS-LEDGER-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-LEDGER-EOF
                   READ FOLHA-LEDGER NEXT RECORD
                       AT END SET WS-LEDGER-EOF TO TRUE
                       NOT AT END
                           IF LG-CODFUNC NOT = FM-CODFUNC
                               SET WS-LEDGER-EOF TO TRUE
                           ELSE
                               IF LG-EMPRESA = FM-EMPRESA
                                   PERFORM ABRIR-POSICAO-BUFFER
                                   MOVE LG-COMPETENCIA
                                       TO WS-BF-COMPETENCIA(BF-IDX)
                                   MOVE LG-SALARIO-BRUTO
                                       TO WS-BF-BRUTO(BF-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-LEDGER
           END-IF.

       CARREGAR-LEDGER-ARQUIVO.
           MOVE 0 TO WS-QTD-BUFFER.
           MOVE SPACES TO WS-ARQUIVO-NOME.
           STRING "data/folha-ledger-" WS-ANO-ARQUIVO ".dat"
               DELIMITED BY SIZE INTO WS-ARQUIVO-NOME.
           OPEN INPUT LEDGER-ARQUIVO.
           IF WS-ARQUIVO-OK
               MOVE FM-CODFUNC TO AR-CODFUNC
               MOVE 0 TO AR-COMPETENCIA
               MOVE 0 TO AR-EMPRESA
               START LEDGER-ARQUIVO KEY IS NOT LESS THAN AR-CHAVE
                   INVALID KEY SET WS-ARQUIVO-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-ARQUIVO-EOF
                   READ LEDGER-ARQUIVO NEXT RECORD
                       AT END SET WS-ARQUIVO-EOF TO TRUE
                       NOT AT END
                           IF AR-CODFUNC NOT = FM-CODFUNC
                               SET WS-ARQUIVO-EOF TO TRUE
                           ELSE
                               IF AR-EMPRESA = FM-EMPRESA
                                   PERFORM ABRIR-POSICAO-BUFFER
                                   MOVE AR-COMPETENCIA
                                       TO WS-BF-COMPETENCIA(BF-IDX)
                                   MOVE AR-SALARIO-BRUTO
                                       TO WS-BF-BRUTO(BF-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-ARQUIVO
           END-IF.

      * Points BF-IDX at the next free slot; a full buffer drops its
      * oldest line, since only the newest are ever averaged.
       ABRIR-POSICAO-BUFFER.
           IF WS-QTD-BUFFER < 60
               ADD 1 TO WS-QTD-BUFFER
           ELSE
               PERFORM VARYING BF-IDX FROM 1 BY 1 UNTIL BF-IDX > 59
                   MOVE WS-BF-ITEM(BF-IDX + 1) TO WS-BF-ITEM(BF-IDX)
               END-PERFORM
           END-IF.
           SET BF-IDX TO WS-QTD-BUFFER.

      * Takes the buffer from its newest line back into the sum
      * until the competencias asked for are in.
       SOMAR-BUFFER.
           MOVE WS-QTD-BUFFER TO WS-BF-ORIGEM.
           PERFORM UNTIL WS-BF-ORIGEM = 0
                   OR WS-QTD-MEDIA >= WS-QTD-COMP-ENTRADA
               SET BF-IDX TO WS-BF-ORIGEM
               ADD 1 TO WS-QTD-MEDIA
               ADD WS-BF-BRUTO(BF-IDX) TO WS-SOMA-MEDIA
               IF WS-COMP-MAIS-NOVA = 0
                   MOVE WS-BF-COMPETENCIA(BF-IDX)
                       TO WS-COMP-MAIS-NOVA
               END-IF
               MOVE WS-BF-COMPETENCIA(BF-IDX) TO WS-COMP-MAIS-ANTIGA
               SUBTRACT 1 FROM WS-BF-ORIGEM
           END-PERFORM.

      * The live master first, then the history of the archived.
       LOCALIZAR-FUNCIONARIO.
           MOVE "N" TO WS-FUNCIONARIO-ACHADO.

           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-MASTER-OK
               MOVE WS-COD-ENTRADA TO FM-CODFUNC
               READ FUNCIONARIO-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-FUNCIONARIO-ACHADO
               END-READ
               CLOSE FUNCIONARIO-MASTER
           END-IF.

           IF NOT WS-FUNCIONARIO-EXISTE
               OPEN INPUT HISTORICO-MASTER
               IF WS-HISTORICO-OK
                   MOVE WS-COD-ENTRADA TO HM-CODFUNC
                   READ HISTORICO-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-FUNCIONARIO-ACHADO
                           MOVE HM-FUNCIONARIO TO FM-FUNCIONARIO
                   END-READ
                   CLOSE HISTORICO-MASTER
               END-IF
           END-IF.

       REGISTRAR-EMISSAO.
           MOVE "EMISSAO"    TO WS-AUD-OPERACAO.
           MOVE "DECLARACAO" TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-AUD-ANTES.
           MOVE SPACES TO WS-AUD-DEPOIS.
           STRING DC-NUMERO " " DC-CODFUNC " " DC-TIPO
               DELIMITED BY SIZE INTO WS-AUD-DEPOIS.
           PERFORM REGISTRAR-AUDITORIA.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "DECLARA" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "DECLARACAO-VINCULO: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

       VERIFICAR-CADEIA-NOTURNA.
           OPEN INPUT CADEIA-LOCK.
           IF WS-LOCK-OK
               READ CADEIA-LOCK
                   AT END CONTINUE
                   NOT AT END
                       IF CL-EM-EXECUCAO
                           DISPLAY "DECLARACAO-VINCULO: CADEIA "
                                   "NOTURNA EM EXECUCAO "
                                   "DESDE " CL-DATA " "
                                   CL-HORA " - TENTE MAIS TARDE"
                           CLOSE CADEIA-LOCK
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CADEIA-LOCK
           END-IF.

      * Appends one before/after image to AUDITTRAIL for the field
      * named in WS-AUD-CAMPO. Caller sets WS-AUD-OPERACAO/CAMPO/
      * ANTES/DEPOIS before performing this.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE "DECLARA"       TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM DECLARACAO-VINCULO.
