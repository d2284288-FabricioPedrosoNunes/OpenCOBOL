       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-FUNCIONARIO.

      * Read-only inquiry that puts everything the suite knows about
      * one employee on one screen, instead of walking PROG31,
      * CONTA-BANCARIA, DEPENDENTE, AFASTAMENTO, FERIAS, EMPRESTIMO
      * and CONSULTA-LEDGER one after the other. Asks the employee
      * code or the CPF (PESSOA-MASTER; a CPF registered under more
      * than one code lists them and asks which). The employee is
      * read from the live master and, failing that, from the
      * history master ARQUIVA-DESLIGADOS keeps. Shown: master
      * data with status and effective date, cargo and department,
      * bank account, dependents, the open leave and vacation, the
      * loan still being paid, active rubricas, the hour-bank
      * balance and the last competencias on the ledger - the live
      * file first, then the per-year archives FECHA-ANO-LEDGER
      * wrote, newest year first. A satellite file not on disk
      * simply shows nothing. Nothing is changed, so there are no
      * travas and no audit images; the chain may be running.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-FS-PESSOA.

           SELECT CARGO-MASTER ASSIGN TO "data/cargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WS-FS-CARGO.

           SELECT CONTA-MASTER ASSIGN TO "data/contabancaria.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CODFUNC
               FILE STATUS IS WS-FS-CONTA.

           SELECT DEPENDENTE-MASTER ASSIGN TO "data/dependentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTE.

           SELECT AFASTAMENTO-MASTER ASSIGN TO "data/afastamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AF-CODFUNC
               FILE STATUS IS WS-FS-AFASTAMENTO.

           SELECT FERIAS-MASTER ASSIGN TO "data/ferias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FE-CODFUNC
               FILE STATUS IS WS-FS-FERIAS.

           SELECT EMPRESTIMO-MASTER ASSIGN TO "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-CODFUNC
               FILE STATUS IS WS-FS-EMPRESTIMO.

           SELECT RUBFUNC-MASTER ASSIGN TO "data/rubricas-func.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CHAVE
               FILE STATUS IS WS-FS-RUBFUNC.

           SELECT RUBRICA-MASTER ASSIGN TO "data/rubricas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-CODIGO
               FILE STATUS IS WS-FS-RUBRICA.

           SELECT BANCO-HORAS ASSIGN TO "data/banco-horas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WS-FS-BANCO.

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

       DATA DIVISION.

       FILE SECTION.
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
      * moved into FM-FUNCIONARIO and shown by the same display.
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

       FD  CARGO-MASTER.
       COPY CARGO.

       FD  CONTA-MASTER.
       COPY CONTABANCARIA.

       FD  DEPENDENTE-MASTER.
       COPY DEPENDENTE.

       FD  AFASTAMENTO-MASTER.
       COPY AFASTAMENTO.

       FD  FERIAS-MASTER.
       COPY FERIAS.

       FD  EMPRESTIMO-MASTER.
       COPY EMPRESTIMO.

       FD  RUBFUNC-MASTER.
       COPY RUBRICAFUNC.

       FD  RUBRICA-MASTER.
       COPY RUBRICA.

       FD  BANCO-HORAS.
       COPY BANCOHORAS.

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

       WORKING-STORAGE SECTION.

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-HISTORICO PIC XX.
           88 WS-HISTORICO-OK VALUE "00".

       01  WS-FS-PESSOA PIC XX.
           88 WS-PESSOA-OK  VALUE "00".
           88 WS-PESSOA-EOF VALUE "10".

       01  WS-FS-CARGO PIC XX.
           88 WS-CARGO-OK VALUE "00".

       01  WS-FS-CONTA PIC XX.
           88 WS-CONTA-OK VALUE "00".

       01  WS-FS-DEPENDENTE PIC XX.
           88 WS-DEPENDENTE-OK  VALUE "00".
           88 WS-DEPENDENTE-EOF VALUE "10".

       01  WS-FS-AFASTAMENTO PIC XX.
           88 WS-AFASTAMENTO-OK VALUE "00".

       01  WS-FS-FERIAS PIC XX.
           88 WS-FERIAS-OK VALUE "00".

       01  WS-FS-EMPRESTIMO PIC XX.
           88 WS-EMPRESTIMO-OK VALUE "00".

       01  WS-FS-RUBFUNC PIC XX.
           88 WS-RUBFUNC-OK  VALUE "00".
           88 WS-RUBFUNC-EOF VALUE "10".

       01  WS-FS-RUBRICA PIC XX.
           88 WS-RUBRICA-OK VALUE "00".

       01  WS-RUBRICA-ABERTO PIC X VALUE "N".
           88 WS-TEM-RUBRICA VALUE "S".

       01  WS-FS-BANCO PIC XX.
           88 WS-BANCO-OK  VALUE "00".
           88 WS-BANCO-EOF VALUE "10".

       01  WS-FS-LEDGER PIC XX.
           88 WS-LEDGER-OK  VALUE "00".
           88 WS-LEDGER-EOF VALUE "10".

       01  WS-FS-ARQUIVO PIC XX.
           88 WS-ARQUIVO-OK  VALUE "00".
           88 WS-ARQUIVO-EOF VALUE "10".

       01  WS-ARQUIVO-NOME PIC X(40).

       01  WS-COD-ENTRADA PIC 9(6).
       01  WS-CPF-ENTRADA PIC X(11).
       01  WS-COD-VALIDO  PIC X VALUE "N".

       01  WS-FUNCIONARIO-ACHADO PIC X VALUE "N".
           88 WS-FUNCIONARIO-EXISTE VALUE "S".
       01  WS-FONTE PIC X(9).

      * Codes registered under the CPF asked for.
       01  WS-QTD-CODIGOS PIC 9(2) VALUE 0.
       01  WS-CODIGOS-TABELA.
           05 WS-CD-ITEM OCCURS 10 TIMES INDEXED BY CD-IDX.
              10 WS-CD-CODFUNC PIC 9(6).
              10 WS-CD-NOME    PIC X(20).

      * How many competencias the ledger section shows, newest
      * first. The buffer holds one source (the live ledger or one
      * year's archive) in key order before its tail is taken.
       01  WS-MAX-COMPETENCIAS PIC 9(2) VALUE 6.
       01  WS-QTD-ULTIMAS PIC 9(2) VALUE 0.
       01  WS-ULTIMAS-TABELA.
           05 WS-UL-ITEM OCCURS 6 TIMES INDEXED BY UL-IDX.
              10 WS-UL-COMPETENCIA PIC 9(6).
              10 WS-UL-EMPRESA     PIC 9(3).
              10 WS-UL-BRUTO       PIC 9(7)V9(2).
              10 WS-UL-INSS        PIC 9(7)V9(2).
              10 WS-UL-IRRF        PIC 9(7)V9(2).
              10 WS-UL-LIQUIDO     PIC 9(7)V9(2).
              10 WS-UL-FONTE       PIC X(7).

       01  WS-QTD-BUFFER PIC 9(2) VALUE 0.
       01  WS-BUFFER-TABELA.
           05 WS-BF-ITEM OCCURS 60 TIMES INDEXED BY BF-IDX.
              10 WS-BF-COMPETENCIA PIC 9(6).
              10 WS-BF-EMPRESA     PIC 9(3).
              10 WS-BF-BRUTO       PIC 9(7)V9(2).
              10 WS-BF-INSS        PIC 9(7)V9(2).
              10 WS-BF-IRRF        PIC 9(7)V9(2).
              10 WS-BF-LIQUIDO     PIC 9(7)V9(2).
       01  WS-BF-FONTE PIC X(7).
       01  WS-BF-ORIGEM PIC 9(2).

       01  WS-ANO-ARQUIVO  PIC 9(4).
       01  WS-ANO-ADMISSAO PIC 9(4).

       01  WS-SALDO-HORAS PIC S9(5)V9(2).
       01  WS-QTD-ITENS   PIC 9(3).

       01  WS-E-VALOR  PIC ZZZZZZ9.99.
       01  WS-E-VALOR2 PIC ZZZZZZ9.99.
       01  WS-E-VALOR3 PIC ZZZZZZ9.99.
       01  WS-E-VALOR4 PIC ZZZZZZ9.99.
       01  WS-E-HORAS  PIC -ZZZZ9.99.

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

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== CONSULTA GERAL DO FUNCIONARIO ====".
           DISPLAY "1 - CONSULTAR POR CODIGO".
           DISPLAY "2 - CONSULTAR POR CPF".
           DISPLAY "3 - SAIR".
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
               WHEN 1 PERFORM CONSULTAR-POR-CODIGO
               WHEN 2 PERFORM CONSULTAR-POR-CPF
               WHEN 3 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       CONSULTAR-POR-CODIGO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               PERFORM EXIBIR-FUNCIONARIO
           END-IF.

      * A CPF found under one code goes straight to the display; the
      * same CPF under several codes (a rehire, or the duplicates
      * DUPLICIDADE-CPF hunts) lists them and asks which one.
       CONSULTAR-POR-CPF.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-CPF TO TRUE.
           MOVE "INFORME O CPF (SO NUMEROS)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO(1:11) TO WS-CPF-ENTRADA
               PERFORM LISTAR-CODIGOS
           END-IF.

       LISTAR-CODIGOS.
           PERFORM LOCALIZAR-CODIGOS.
           EVALUATE WS-QTD-CODIGOS
               WHEN 0
                   DISPLAY "CPF NAO ENCONTRADO: " WS-CPF-ENTRADA
               WHEN 1
                   MOVE WS-CD-CODFUNC(1) TO WS-COD-ENTRADA
                   PERFORM EXIBIR-FUNCIONARIO
               WHEN OTHER
                   DISPLAY "CPF REGISTRADO EM MAIS DE UM CODIGO:"
                   PERFORM VARYING CD-IDX FROM 1 BY 1
                           UNTIL CD-IDX > WS-QTD-CODIGOS
                       DISPLAY "  " WS-CD-CODFUNC(CD-IDX) " "
                               WS-CD-NOME(CD-IDX)
                   END-PERFORM
                   PERFORM ACEITAR-COD
                   IF WS-COD-VALIDO = "S"
                       PERFORM EXIBIR-FUNCIONARIO
                   END-IF
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

       LOCALIZAR-CODIGOS.
           MOVE 0 TO WS-QTD-CODIGOS.
           IF WS-CPF-ENTRADA NOT = SPACES
               OPEN INPUT PESSOA-MASTER
               IF WS-PESSOA-OK
                   PERFORM UNTIL WS-PESSOA-EOF
                       READ PESSOA-MASTER NEXT RECORD
                           AT END SET WS-PESSOA-EOF TO TRUE
                           NOT AT END
                               IF PM-CPF = WS-CPF-ENTRADA
                                   AND WS-QTD-CODIGOS < 10
                                   ADD 1 TO WS-QTD-CODIGOS
                                   SET CD-IDX TO WS-QTD-CODIGOS
                                   MOVE PM-COD
                                       TO WS-CD-CODFUNC(CD-IDX)
                                   MOVE PM-NOME
                                       TO WS-CD-NOME(CD-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PESSOA-MASTER
               END-IF
           END-IF.

       EXIBIR-FUNCIONARIO.
           PERFORM LOCALIZAR-FUNCIONARIO.
           IF NOT WS-FUNCIONARIO-EXISTE
               DISPLAY "FUNCIONARIO NAO ENCONTRADO NO MASTER NEM NO "
                       "HISTORICO: " WS-COD-ENTRADA
           ELSE
               PERFORM EXIBIR-CADASTRO
               PERFORM EXIBIR-CONTA
               PERFORM EXIBIR-DEPENDENTES
               PERFORM EXIBIR-AFASTAMENTO
               PERFORM EXIBIR-FERIAS
               PERFORM EXIBIR-EMPRESTIMO
               PERFORM EXIBIR-RUBRICAS
               PERFORM EXIBIR-BANCO-HORAS
               PERFORM EXIBIR-LEDGER
           END-IF.

      * The live master first, then the history of the archived.
       LOCALIZAR-FUNCIONARIO.
           MOVE "N" TO WS-FUNCIONARIO-ACHADO.

           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-MASTER-OK
               MOVE WS-COD-ENTRADA TO FM-CODFUNC
               READ FUNCIONARIO-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-FUNCIONARIO-ACHADO
                       MOVE "MASTER" TO WS-FONTE
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
                           MOVE "HISTORICO" TO WS-FONTE
                           MOVE HM-FUNCIONARIO TO FM-FUNCIONARIO
                   END-READ
                   CLOSE HISTORICO-MASTER
               END-IF
           END-IF.

       EXIBIR-CADASTRO.
           DISPLAY " ".
           DISPLAY "---- CADASTRO (" WS-FONTE ") ----".
           DISPLAY "COD..........: " FM-CODFUNC.
           DISPLAY "NOME.........: " FM-NOME.
           DISPLAY "NASCIMENTO...: " FM-DATA-NASCIMENTO.
           DISPLAY "ADMISSAO.....: " FM-DATA-ADMISSAO.
           DISPLAY "STATUS.......: " FM-STATUS
                   " DESDE " FM-STATUS-DATA-EFETIVA.
           DISPLAY "EMPRESA......: " FM-EMPRESA
                   "  CONTRATO: " FM-TIPO-CONTRATO.
           DISPLAY "DEPARTAMENTO.: " FM-DEPARTAMENTO.

           MOVE FM-CARGO TO CG-CODIGO.
           MOVE SPACES TO CG-TITULO.
           OPEN INPUT CARGO-MASTER.
           IF WS-CARGO-OK
               READ CARGO-MASTER
                   INVALID KEY MOVE "(NAO CADASTRADO)" TO CG-TITULO
               END-READ
               CLOSE CARGO-MASTER
           END-IF.
           DISPLAY "CARGO........: " FM-CARGO " " CG-TITULO.

           MOVE FM-SALARIO TO WS-E-VALOR.
           DISPLAY "SALARIO......: " WS-E-VALOR.
           DISPLAY "ENDERECO.....: " FM-RUA " " FM-NUMEROENDERECO
                   " " FM-COMPLEMENTO.
           DISPLAY "               " FM-CEP " " FM-CIDADE " "
                   FM-ESTADO.
           DISPLAY "TELEFONE.....: (" FM-DDD ") " FM-NUMEROTELEFONE
                   " " FM-OPERADORA.

           OPEN INPUT PESSOA-MASTER.
           IF WS-PESSOA-OK
               MOVE FM-CODFUNC TO PM-COD
               READ PESSOA-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "CPF..........: " PM-CPF
                       DISPLAY "ESCOLARIDADE.: " PM-ESCOLARIDADE
               END-READ
               CLOSE PESSOA-MASTER
           END-IF.

       EXIBIR-CONTA.
           DISPLAY "---- CONTA BANCARIA ----".
           OPEN INPUT CONTA-MASTER.
           IF WS-CONTA-OK
               MOVE FM-CODFUNC TO CB-CODFUNC
               READ CONTA-MASTER
                   INVALID KEY DISPLAY "(SEM CONTA CADASTRADA)"
                   NOT INVALID KEY
                       DISPLAY "BANCO " CB-BANCO " AGENCIA "
                               CB-AGENCIA " CONTA " CB-CONTA "-"
                               CB-DIGITO
               END-READ
               CLOSE CONTA-MASTER
           ELSE
               DISPLAY "(SEM CONTA CADASTRADA)"
           END-IF.

       EXIBIR-DEPENDENTES.
           DISPLAY "---- DEPENDENTES ----".
           MOVE 0 TO WS-QTD-ITENS.
           OPEN INPUT DEPENDENTE-MASTER.
           IF WS-DEPENDENTE-OK
               MOVE FM-CODFUNC TO DE-CODFUNC
               MOVE 0 TO DE-SEQUENCIA
               START DEPENDENTE-MASTER KEY IS NOT LESS THAN DE-CHAVE
                   INVALID KEY SET WS-DEPENDENTE-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-DEPENDENTE-EOF
                   READ DEPENDENTE-MASTER NEXT RECORD
                       AT END SET WS-DEPENDENTE-EOF TO TRUE
                       NOT AT END
                           IF DE-CODFUNC NOT = FM-CODFUNC
                               SET WS-DEPENDENTE-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-ITENS
                               DISPLAY DE-SEQUENCIA " " DE-NOME " "
                                       DE-PARENTESCO " "
                                       DE-DATA-NASCIMENTO " CPF "
                                       DE-CPF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENTE-MASTER
           END-IF.
           IF WS-QTD-ITENS = 0
               DISPLAY "(NENHUM)"
           END-IF.

      * A closed leave or vacation is history, not status - only the
      * open record is shown.
       EXIBIR-AFASTAMENTO.
           DISPLAY "---- AFASTAMENTO ABERTO ----".
           MOVE "N" TO AF-SITUACAO.
           OPEN INPUT AFASTAMENTO-MASTER.
           IF WS-AFASTAMENTO-OK
               MOVE FM-CODFUNC TO AF-CODFUNC
               READ AFASTAMENTO-MASTER
                   INVALID KEY MOVE "N" TO AF-SITUACAO
               END-READ
               CLOSE AFASTAMENTO-MASTER
           END-IF.
           IF AF-ABERTO
               DISPLAY AF-MOTIVO " DESDE " AF-DATA-INICIO
                       " RETORNO PREVISTO " AF-DATA-RETORNO-PREV
           ELSE
               DISPLAY "(NENHUM)"
           END-IF.

       EXIBIR-FERIAS.
           DISPLAY "---- FERIAS PROGRAMADAS ----".
           MOVE "N" TO FE-SITUACAO.
           OPEN INPUT FERIAS-MASTER.
           IF WS-FERIAS-OK
               MOVE FM-CODFUNC TO FE-CODFUNC
               READ FERIAS-MASTER
                   INVALID KEY MOVE "N" TO FE-SITUACAO
               END-READ
               CLOSE FERIAS-MASTER
           END-IF.
           IF FE-ABERTA
               DISPLAY "INICIO " FE-DATA-INICIO " GOZO "
                       FE-DIAS-GOZO " DIAS, VENDIDOS "
                       FE-DIAS-VENDIDOS
           ELSE
               DISPLAY "(NENHUMA)"
           END-IF.

      * A loan paid down to zero stays on file but is not active.
       EXIBIR-EMPRESTIMO.
           DISPLAY "---- EMPRESTIMO ATIVO ----".
           MOVE 0 TO EM-SALDO-DEVEDOR.
           OPEN INPUT EMPRESTIMO-MASTER.
           IF WS-EMPRESTIMO-OK
               MOVE FM-CODFUNC TO EM-CODFUNC
               READ EMPRESTIMO-MASTER
                   INVALID KEY MOVE 0 TO EM-SALDO-DEVEDOR
               END-READ
               CLOSE EMPRESTIMO-MASTER
           END-IF.
           IF EM-SALDO-DEVEDOR > 0
               MOVE EM-VALOR-PARCELA TO WS-E-VALOR
               MOVE EM-SALDO-DEVEDOR TO WS-E-VALOR2
               DISPLAY EM-CREDOR " PARCELA " WS-E-VALOR
                       " RESTAM " EM-PARCELAS-RESTANTES
                       " SALDO " WS-E-VALOR2
           ELSE
               DISPLAY "(NENHUM)"
           END-IF.

       EXIBIR-RUBRICAS.
           DISPLAY "---- RUBRICAS ATIVAS ----".
           MOVE 0 TO WS-QTD-ITENS.
           OPEN INPUT RUBFUNC-MASTER.
           IF WS-RUBFUNC-OK
               MOVE "N" TO WS-RUBRICA-ABERTO
               OPEN INPUT RUBRICA-MASTER
               IF WS-RUBRICA-OK
                   MOVE "S" TO WS-RUBRICA-ABERTO
               END-IF
               MOVE FM-CODFUNC TO RF-CODFUNC
               MOVE 0 TO RF-SEQUENCIA
               START RUBFUNC-MASTER KEY IS NOT LESS THAN RF-CHAVE
                   INVALID KEY SET WS-RUBFUNC-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-RUBFUNC-EOF
                   READ RUBFUNC-MASTER NEXT RECORD
                       AT END SET WS-RUBFUNC-EOF TO TRUE
                       NOT AT END
                           IF RF-CODFUNC NOT = FM-CODFUNC
                               SET WS-RUBFUNC-EOF TO TRUE
                           ELSE
                               IF RF-ATIVA
                                   PERFORM EXIBIR-RUBRICA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-TEM-RUBRICA
                   CLOSE RUBRICA-MASTER
               END-IF
               CLOSE RUBFUNC-MASTER
           END-IF.
           IF WS-QTD-ITENS = 0
               DISPLAY "(NENHUMA)"
           END-IF.

      * RF-VALOR zero means the rubrica master's own value applies.
       EXIBIR-RUBRICA.
           ADD 1 TO WS-QTD-ITENS.
           MOVE RF-RUBRICA TO RB-CODIGO.
           MOVE SPACES TO RB-DESCRICAO.
           MOVE SPACES TO RB-NATUREZA.
           MOVE 0 TO RB-VALOR.
           IF WS-TEM-RUBRICA
               READ RUBRICA-MASTER
                   INVALID KEY
                       MOVE "(NAO CADASTRADA)" TO RB-DESCRICAO
               END-READ
           END-IF.
           IF RF-VALOR > 0
               MOVE RF-VALOR TO WS-E-VALOR
           ELSE
               MOVE RB-VALOR TO WS-E-VALOR
           END-IF.
           DISPLAY RF-RUBRICA " " RB-DESCRICAO " " RB-NATUREZA " "
                   WS-E-VALOR.

      * Balance is what every bucket still holds: credited less used.
       EXIBIR-BANCO-HORAS.
           DISPLAY "---- BANCO DE HORAS ----".
           MOVE 0 TO WS-SALDO-HORAS.
           OPEN INPUT BANCO-HORAS.
           IF WS-BANCO-OK
               MOVE FM-CODFUNC TO BH-CODFUNC
               MOVE 0 TO BH-COMPETENCIA
               START BANCO-HORAS KEY IS NOT LESS THAN BH-CHAVE
                   INVALID KEY SET WS-BANCO-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-BANCO-EOF
                   READ BANCO-HORAS NEXT RECORD
                       AT END SET WS-BANCO-EOF TO TRUE
                       NOT AT END
                           IF BH-CODFUNC NOT = FM-CODFUNC
                               SET WS-BANCO-EOF TO TRUE
                           ELSE
                               COMPUTE WS-SALDO-HORAS =
                                   WS-SALDO-HORAS
                                   + BH-HORAS-CREDITADAS
                                   - BH-HORAS-USADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANCO-HORAS
           END-IF.
           MOVE WS-SALDO-HORAS TO WS-E-HORAS.
           DISPLAY "SALDO EM HORAS: " WS-E-HORAS.

      * Newest competencias first: the live ledger, then each closed
      * year's archive going back to the admission year, until the
      * section is full.
       EXIBIR-LEDGER.
           DISPLAY "---- ULTIMAS COMPETENCIAS NO LEDGER ----".
           MOVE 0 TO WS-QTD-ULTIMAS.

           PERFORM CARREGAR-LEDGER-VIVO.
           MOVE "VIVO" TO WS-BF-FONTE.
           PERFORM TRANSFERIR-BUFFER.

      * the close moves a year out whole, so the archives start
      * below the oldest year still live
           IF WS-QTD-BUFFER > 0
               MOVE WS-BF-COMPETENCIA(1)(1:4) TO WS-ANO-ARQUIVO
               SUBTRACT 1 FROM WS-ANO-ARQUIVO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ARQUIVO
           END-IF.
           MOVE FM-DATA-ADMISSAO(1:4) TO WS-ANO-ADMISSAO.
           PERFORM UNTIL WS-QTD-ULTIMAS >= WS-MAX-COMPETENCIAS
                   OR WS-ANO-ARQUIVO < WS-ANO-ADMISSAO
                   OR WS-ANO-ARQUIVO = 0
               PERFORM CARREGAR-LEDGER-ARQUIVO
               MOVE WS-ANO-ARQUIVO TO WS-BF-FONTE
               PERFORM TRANSFERIR-BUFFER
               SUBTRACT 1 FROM WS-ANO-ARQUIVO
           END-PERFORM.

           IF WS-QTD-ULTIMAS = 0
               DISPLAY "(NENHUMA)"
           ELSE
               DISPLAY "COMP.  EMP       BRUTO       INSS       IRRF"
                       "    LIQUIDO FONTE"
               PERFORM VARYING UL-IDX FROM 1 BY 1
                       UNTIL UL-IDX > WS-QTD-ULTIMAS
                   MOVE WS-UL-BRUTO(UL-IDX)   TO WS-E-VALOR
                   MOVE WS-UL-INSS(UL-IDX)    TO WS-E-VALOR2
                   MOVE WS-UL-IRRF(UL-IDX)    TO WS-E-VALOR3
                   MOVE WS-UL-LIQUIDO(UL-IDX) TO WS-E-VALOR4
                   DISPLAY WS-UL-COMPETENCIA(UL-IDX) " "
                           WS-UL-EMPRESA(UL-IDX) " "
                           WS-E-VALOR " " WS-E-VALOR2 " "
                           WS-E-VALOR3 " " WS-E-VALOR4 " "
                           WS-UL-FONTE(UL-IDX)
               END-PERFORM
           END-IF.

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
                               PERFORM ABRIR-POSICAO-BUFFER
                               MOVE LG-COMPETENCIA
                                   TO WS-BF-COMPETENCIA(BF-IDX)
                               MOVE LG-EMPRESA
                                   TO WS-BF-EMPRESA(BF-IDX)
                               MOVE LG-SALARIO-BRUTO
                                   TO WS-BF-BRUTO(BF-IDX)
                               MOVE LG-SALARIO-INSS
                                   TO WS-BF-INSS(BF-IDX)
                               MOVE LG-SALARIO-IRRF
                                   TO WS-BF-IRRF(BF-IDX)
                               MOVE LG-SALARIO-LIQUIDO
                                   TO WS-BF-LIQUIDO(BF-IDX)
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
                               PERFORM ABRIR-POSICAO-BUFFER
                               MOVE AR-COMPETENCIA
                                   TO WS-BF-COMPETENCIA(BF-IDX)
                               MOVE AR-EMPRESA
                                   TO WS-BF-EMPRESA(BF-IDX)
                               MOVE AR-SALARIO-BRUTO
                                   TO WS-BF-BRUTO(BF-IDX)
                               MOVE AR-SALARIO-INSS
                                   TO WS-BF-INSS(BF-IDX)
                               MOVE AR-SALARIO-IRRF
                                   TO WS-BF-IRRF(BF-IDX)
                               MOVE AR-SALARIO-LIQUIDO
                                   TO WS-BF-LIQUIDO(BF-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-ARQUIVO
           END-IF.

      * Points BF-IDX at the next free slot; a full buffer drops its
      * oldest line, since only the newest are ever shown.
       ABRIR-POSICAO-BUFFER.
           IF WS-QTD-BUFFER < 60
               ADD 1 TO WS-QTD-BUFFER
           ELSE
               PERFORM VARYING BF-IDX FROM 1 BY 1 UNTIL BF-IDX > 59
                   MOVE WS-BF-ITEM(BF-IDX + 1) TO WS-BF-ITEM(BF-IDX)
               END-PERFORM
           END-IF.
           SET BF-IDX TO WS-QTD-BUFFER.

      * Takes the buffer from its newest line back, appending to the
      * section until it is full.
       TRANSFERIR-BUFFER.
           MOVE WS-QTD-BUFFER TO WS-BF-ORIGEM.
           PERFORM UNTIL WS-BF-ORIGEM = 0
                   OR WS-QTD-ULTIMAS >= WS-MAX-COMPETENCIAS
               ADD 1 TO WS-QTD-ULTIMAS
               SET UL-IDX TO WS-QTD-ULTIMAS
               SET BF-IDX TO WS-BF-ORIGEM
               MOVE WS-BF-COMPETENCIA(BF-IDX)
                   TO WS-UL-COMPETENCIA(UL-IDX)
               MOVE WS-BF-EMPRESA(BF-IDX) TO WS-UL-EMPRESA(UL-IDX)
               MOVE WS-BF-BRUTO(BF-IDX)   TO WS-UL-BRUTO(UL-IDX)
               MOVE WS-BF-INSS(BF-IDX)    TO WS-UL-INSS(UL-IDX)
               MOVE WS-BF-IRRF(BF-IDX)    TO WS-UL-IRRF(UL-IDX)
               MOVE WS-BF-LIQUIDO(BF-IDX) TO WS-UL-LIQUIDO(UL-IDX)
               MOVE WS-BF-FONTE           TO WS-UL-FONTE(UL-IDX)
               SUBTRACT 1 FROM WS-BF-ORIGEM
           END-PERFORM.

      * Sign-on before any master opens - pay is read here, so the
      * perfil decides whether the inquiry opens at all.
       IDENTIFICAR-OPERADOR.
           MOVE "CONSFUNC" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "CONSULTA-FUNCIONARIO: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

       END PROGRAM CONSULTA-FUNCIONARIO.
