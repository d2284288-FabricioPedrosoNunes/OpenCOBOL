       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-LGPD.

      * Data subject access report (LGPD art. 18): takes the CPF of
      * an employee or ex-employee, resolves it on PESSOA-MASTER to
      * every employee code registered under it, and gathers what
      * the suite holds under those codes - the live and archived
      * employee masters, bank account, dependents, leaves,
      * vacations, loans, vale-transporte, the payroll ledger with
      * its per-year archives, and the audit trail with the archives
      * AUDITORIA-RELATORIO cut. Each file is one section of
      * data/lgpd-<CPF>-<AAAAMMDD>.lst naming the legal basis it is
      * kept under, so the listing can be handed to the data subject
      * as it stands. Dependents are listed both under the subject's
      * own codes and wherever the CPF is registered as someone
      * else's dependent. The audit trail carries no employee code,
      * so its images are selected by content: the subject's code,
      * CPF or name in the before/after value. Every report issued
      * leaves an audit image of its own.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-MASTER ASSIGN TO "data/pessoa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-FS-PESSOA.

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

           SELECT CONTA-MASTER ASSIGN TO "data/contabancaria.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CODFUNC
               FILE STATUS IS WS-FS-CONTA.

           SELECT DEPENDENTE-MASTER ASSIGN TO "data/dependentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT VALE-MASTER ASSIGN TO "data/valetransporte.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VT-CODFUNC
               FILE STATUS IS WS-FS-VALE.

           SELECT FOLHA-LEDGER ASSIGN TO "data/folha-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

      * Per-year ledger archive (data/folha-ledger-AAAA.dat) FECHA-
      * ANO-LEDGER writes, named at run time.
           SELECT LEDGER-ARQUIVO ASSIGN DYNAMIC WS-ARQUIVO-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CHAVE
               FILE STATUS IS WS-FS-ARQUIVO.

      * The audit trail read back - each archive off the archive
      * index, then the live log - named at run time.
           SELECT TRILHA ASSIGN DYNAMIC WS-ARQUIVO-TRILHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRILHA.

           SELECT AUDITORIA-ARQUIVOS ASSIGN TO
                   "data/audittrail-arquivos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVOS.

           SELECT RELATORIO-SAIDA ASSIGN DYNAMIC WS-ARQUIVO-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

       DATA DIVISION.

       FILE SECTION.
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

       FD  HISTORICO-MASTER.
       01  HM-FUNCIONARIO.
           05 HM-CODFUNC PIC 9(6).
           05 HM-NOME    PIC X(20).
           05 HM-RESTO   PIC X(162).

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

       FD  VALE-MASTER.
       COPY VALETRANSPORTE.

       FD  FOLHA-LEDGER.
       COPY FOLHALEDGER.

      * Same layout as the live ledger, field by field, the way
      * CONSULTA-LEDGER reads the archive.
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

      * Same layout as copybooks/AUDITTRAIL.cpy, field by field -
      * the copybook itself, in WORKING-STORAGE, keeps its names
      * for the image this report writes.
       FD  TRILHA.
       01  TR-REGISTRO-AUDITORIA.
           05 TR-TIMESTAMP        PIC X(21).
           05 TR-PROGRAMA         PIC X(8).
           05 TR-OPERACAO         PIC X(10).
           05 TR-CAMPO            PIC X(15).
           05 TR-VALOR-ANTES      PIC X(30).
           05 TR-VALOR-DEPOIS     PIC X(30).
           05 TR-OPERADOR         PIC X(8).
           05 TR-SEQUENCIA        PIC 9(9).
           05 TR-HASH             PIC 9(15).

       FD  AUDITORIA-ARQUIVOS.
       COPY AUDITARQ.

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-PESSOA PIC XX.
           88 WS-PESSOA-OK  VALUE "00".
           88 WS-PESSOA-EOF VALUE "10".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-HISTORICO PIC XX.
           88 WS-HISTORICO-OK VALUE "00".

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

       01  WS-FS-VALE PIC XX.
           88 WS-VALE-OK VALUE "00".

       01  WS-FS-LEDGER PIC XX.
           88 WS-LEDGER-OK  VALUE "00".
           88 WS-LEDGER-EOF VALUE "10".

       01  WS-FS-ARQUIVO PIC XX.
           88 WS-ARQUIVO-OK  VALUE "00".
           88 WS-ARQUIVO-EOF VALUE "10".

       01  WS-FS-TRILHA PIC XX.
           88 WS-TRILHA-OK  VALUE "00".
           88 WS-TRILHA-EOF VALUE "10".

       01  WS-FS-ARQUIVOS PIC XX.
           88 WS-ARQUIVOS-OK  VALUE "00".
           88 WS-ARQUIVOS-EOF VALUE "10".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-ARQUIVO-NOME   PIC X(40).
       01  WS-ARQUIVO-TRILHA PIC X(40).
       01  WS-ARQUIVO-SAIDA  PIC X(40).

       01  WS-CPF-ENTRADA PIC X(11).
       01  WS-DATA-HOJE   PIC 9(8).
       01  WS-ANO-HOJE    PIC 9(4).

      * Every employee code PESSOA-MASTER holds under the CPF - a
      * rehire or a duplicate registration gives more than one.
       01  WS-CODIGOS-TABELA.
           05 WS-QTD-CODIGOS PIC 99 VALUE 0.
           05 WS-ENTRADA-CODIGO OCCURS 10 TIMES
                                INDEXED BY CD-IDX.
               10 WS-CD-CODFUNC   PIC 9(6).
               10 WS-CD-NOME      PIC X(20).
               10 WS-CD-TAM-NOME  PIC 99.
               10 WS-CD-ANO-ADM   PIC 9(4).

       01  WS-ORIGEM-LEDGER PIC X(9).

       01  WS-ANO-INICIAL PIC 9(4).
       01  WS-ANO-ARQUIVO PIC 9(4).

       01  WS-CODIGO-ACHADO PIC X VALUE "N".
           88 WS-E-DO-TITULAR VALUE "S".

      * Section being printed - caller sets the name, the file and
      * the legal basis before IMPRIMIR-CABECALHO-SECAO.
       01  WS-SECAO-NOME    PIC X(30).
       01  WS-SECAO-ARQUIVO PIC X(40).
       01  WS-SECAO-BASE    PIC X(60).
       01  WS-QTD-SECAO     PIC 9(6).

       01  WS-ROTULO PIC X(24).
       01  WS-VALOR  PIC X(80).

       01  WS-ED-VALOR PIC ZZZZZZ9.99.
       01  WS-ED-QTD   PIC ZZZZZ9.

       01  WS-QTD-TEXTO PIC 9(4).
       01  WS-QTD-TOTAL PIC 9(6) VALUE 0.

       01  WS-AUD-OPERACAO PIC X(10).
       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-AUD-ANTES    PIC X(30).
       01  WS-AUD-DEPOIS   PIC X(30).

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
           DISPLAY "==== RELATORIO DO TITULAR (LGPD) ====".
           DISPLAY "1 - EMITIR RELATORIO POR CPF".
           DISPLAY "2 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * The report opens every file the suite keeps on a person, so
      * by default only the personnel-side perfis (auxiliar de RH
      * and supervisor) issue it - an override on
      * data/permissoes.dat replaces this default.
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
               WHEN 1 PERFORM EMITIR-RELATORIO
               WHEN 2 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      * The holder's CPF through the shared validator, check digits
      * and all - the report is not produced when the attempts run
      * out.
       EMITIR-RELATORIO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-CPF TO TRUE.
           MOVE "INFORME O CPF DO TITULAR (11 DIGITOS)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO(1:11) TO WS-CPF-ENTRADA
               PERFORM GERAR-RELATORIO
           END-IF.

       GERAR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-HOJE.
           MOVE 0 TO WS-QTD-TOTAL.

           PERFORM LOCALIZAR-CODIGOS.

           MOVE SPACES TO WS-ARQUIVO-SAIDA.
           STRING "data/lgpd-" WS-CPF-ENTRADA "-" WS-DATA-HOJE ".lst"
               DELIMITED BY SIZE INTO WS-ARQUIVO-SAIDA.

           OPEN OUTPUT RELATORIO-SAIDA.
           IF NOT WS-SAIDA-OK
               DISPLAY "RELATORIO-LGPD: ERRO ABRINDO SAIDA - "
                       WS-FS-SAIDA
           ELSE
               PERFORM IMPRIMIR-CABECALHO
               PERFORM SECAO-PESSOA
               PERFORM SECAO-FUNCIONARIO
               PERFORM SECAO-HISTORICO
               PERFORM SECAO-CONTA
               PERFORM SECAO-DEPENDENTES
               PERFORM SECAO-AFASTAMENTO
               PERFORM SECAO-FERIAS
               PERFORM SECAO-EMPRESTIMO
               PERFORM SECAO-VALE
               PERFORM SECAO-LEDGER
               PERFORM SECAO-AUDITORIA
               PERFORM IMPRIMIR-RODAPE
               CLOSE RELATORIO-SAIDA
               DISPLAY "RELATORIO-LGPD: " WS-QTD-TOTAL
                       " REGISTROS EM " WS-ARQUIVO-SAIDA
               MOVE "EMISSAO"        TO WS-AUD-OPERACAO
               MOVE "TITULAR-CPF"    TO WS-AUD-CAMPO
               MOVE SPACES           TO WS-AUD-ANTES
               MOVE WS-CPF-ENTRADA   TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

      * PESSOA-MASTER is keyed by code, not CPF - one pass over the
      * file collects every code the CPF is registered under.
       LOCALIZAR-CODIGOS.
           MOVE 0 TO WS-QTD-CODIGOS.
           OPEN INPUT PESSOA-MASTER.
           IF NOT WS-PESSOA-OK
               DISPLAY "RELATORIO-LGPD: CADASTRO DE PESSOAS "
                       "INDISPONIVEL - " WS-FS-PESSOA
           ELSE
               PERFORM UNTIL WS-PESSOA-EOF
                   READ PESSOA-MASTER NEXT RECORD
                       AT END SET WS-PESSOA-EOF TO TRUE
                       NOT AT END
                           IF PM-CPF = WS-CPF-ENTRADA
                               PERFORM GUARDAR-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PESSOA-MASTER
           END-IF.

           IF WS-QTD-CODIGOS = 0
               DISPLAY "RELATORIO-LGPD: CPF NAO CONSTA DO CADASTRO "
                       "DE PESSOAS - SO DEPENDENTES E TRILHA SERAO "
                       "PESQUISADOS"
           END-IF.

       GUARDAR-CODIGO.
           IF WS-QTD-CODIGOS >= 10
               DISPLAY "RELATORIO-LGPD: CODIGOS EXCEDEM A TABELA DE "
                       "10 - IGNORADO " PM-COD
           ELSE
               ADD 1 TO WS-QTD-CODIGOS
               SET CD-IDX TO WS-QTD-CODIGOS
               MOVE PM-COD  TO WS-CD-CODFUNC(CD-IDX)
               MOVE PM-NOME TO WS-CD-NOME(CD-IDX)
               MOVE 0 TO WS-CD-TAM-NOME(CD-IDX)
               IF PM-NOME NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(PM-NOME))
                       TO WS-CD-TAM-NOME(CD-IDX)
               END-IF
               MOVE PM-DATA-ADMISSAO(1:4) TO WS-CD-ANO-ADM(CD-IDX)
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "RELATORIO DE DADOS PESSOAIS DO TITULAR - "
               "LEI 13.709/2018 (LGPD), ART. 18"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CPF DO TITULAR: " WS-CPF-ENTRADA
               "   EMITIDO EM: " WS-DATA-HOJE
               "   POR: " AU-OPERADOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CODIGOS DE FUNCIONARIO VINCULADOS AO CPF:"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF WS-QTD-CODIGOS = 0
               MOVE "    NENHUM" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > WS-QTD-CODIGOS
               MOVE SPACES TO RELATORIO-LINHA
               STRING "    " WS-CD-CODFUNC(CD-IDX) " - "
                   WS-CD-NOME(CD-IDX)
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM.

      * Section heading - the file the data sits in and the legal
      * basis (LGPD art. 7 / art. 11) it is kept under.
       IMPRIMIR-CABECALHO-SECAO.
           MOVE 0 TO WS-QTD-SECAO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "==== " WS-SECAO-NOME DELIMITED BY "  "
               " (" WS-SECAO-ARQUIVO DELIMITED BY SPACE
               ") ====" DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "BASE LEGAL: " WS-SECAO-BASE
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-FIM-SECAO.
           IF WS-QTD-SECAO = 0
               MOVE "    NENHUM REGISTRO" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           ADD WS-QTD-SECAO TO WS-QTD-TOTAL.

       IMPRIMIR-ARQUIVO-AUSENTE.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "    ARQUIVO NAO DISPONIVEL NESTA EMISSAO"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * One "rotulo: valor" line. Caller sets WS-ROTULO and WS-VALOR.
       IMPRIMIR-CAMPO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "    " WS-ROTULO ": " WS-VALOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-SEPARADOR.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "    ----" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       SECAO-PESSOA.
           MOVE "CADASTRO DE PESSOAS" TO WS-SECAO-NOME.
           MOVE "data/pessoa.dat" TO WS-SECAO-ARQUIVO.
           MOVE "EXECUCAO DE CONTRATO DE TRABALHO (ART. 7, V)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT PESSOA-MASTER.
           IF NOT WS-PESSOA-OK
               PERFORM IMPRIMIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM UNTIL WS-PESSOA-EOF
                   READ PESSOA-MASTER NEXT RECORD
                       AT END SET WS-PESSOA-EOF TO TRUE
                       NOT AT END
                           IF PM-CPF = WS-CPF-ENTRADA
                               PERFORM IMPRIMIR-PESSOA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PESSOA-MASTER
           END-IF.
           PERFORM IMPRIMIR-FIM-SECAO.

       IMPRIMIR-PESSOA.
           ADD 1 TO WS-QTD-SECAO.
           IF WS-QTD-SECAO > 1
               PERFORM IMPRIMIR-SEPARADOR
           END-IF.
           MOVE "CODIGO" TO WS-ROTULO.
           MOVE PM-COD TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "NOME" TO WS-ROTULO.
           MOVE PM-NOME TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "CPF" TO WS-ROTULO.
           MOVE PM-CPF TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "DATA DE NASCIMENTO" TO WS-ROTULO.
           MOVE PM-DATA-NASCIMENTO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "DATA DE ADMISSAO" TO WS-ROTULO.
           MOVE PM-DATA-ADMISSAO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "ESCOLARIDADE" TO WS-ROTULO.
           MOVE PM-ESCOLARIDADE TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "ENDERECO" TO WS-ROTULO.
           MOVE PM-RUA TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "SEXO" TO WS-ROTULO.
           MOVE PM-SEXO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.

       SECAO-FUNCIONARIO.
           MOVE "CADASTRO DE FUNCIONARIOS" TO WS-SECAO-NOME.
           MOVE "data/funcmast.dat" TO WS-SECAO-ARQUIVO.
           MOVE "EXECUCAO DE CONTRATO DE TRABALHO (ART. 7, V)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT FUNCIONARIO-MASTER.
           IF NOT WS-MASTER-OK
               PERFORM IMPRIMIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > WS-QTD-CODIGOS
                   MOVE WS-CD-CODFUNC(CD-IDX) TO FM-CODFUNC
                   READ FUNCIONARIO-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM IMPRIMIR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIO-MASTER
           END-IF.
           PERFORM IMPRIMIR-FIM-SECAO.

      * The archive keeps the master's layout byte for byte, so the
      * same printing serves it once the record is moved across.
       SECAO-HISTORICO.
           MOVE "HISTORICO DE DESLIGADOS" TO WS-SECAO-NOME.
           MOVE "data/funcmast-historico.dat" TO WS-SECAO-ARQUIVO.
           MOVE "OBRIGACAO LEGAL - GUARDA TRABALHISTA (ART. 7, II)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT HISTORICO-MASTER.
           IF NOT WS-HISTORICO-OK
               PERFORM IMPRIMIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > WS-QTD-CODIGOS
                   MOVE WS-CD-CODFUNC(CD-IDX) TO HM-CODFUNC
                   READ HISTORICO-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE HM-FUNCIONARIO TO FM-FUNCIONARIO
                           PERFORM IMPRIMIR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-MASTER
           END-IF.
           PERFORM IMPRIMIR-FIM-SECAO.

       IMPRIMIR-FUNCIONARIO.
           ADD 1 TO WS-QTD-SECAO.
           IF WS-QTD-SECAO > 1
               PERFORM IMPRIMIR-SEPARADOR
           END-IF.
           MOVE "CODIGO" TO WS-ROTULO.
           MOVE FM-CODFUNC TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "NOME" TO WS-ROTULO.
           MOVE FM-NOME TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "DATA DE NASCIMENTO" TO WS-ROTULO.
           MOVE FM-DATA-NASCIMENTO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "DATA DE ADMISSAO" TO WS-ROTULO.
           MOVE FM-DATA-ADMISSAO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "EMPRESA" TO WS-ROTULO.
           MOVE FM-EMPRESA TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "DEPARTAMENTO" TO WS-ROTULO.
           MOVE FM-DEPARTAMENTO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "CARGO" TO WS-ROTULO.
           MOVE FM-CARGO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "TIPO DE CONTRATO" TO WS-ROTULO.
           MOVE FM-TIPO-CONTRATO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "ENDERECO" TO WS-ROTULO.
           MOVE SPACES TO WS-VALOR.
           STRING FM-RUA DELIMITED BY "  "
               ", " FM-NUMEROENDERECO " " FM-COMPLEMENTO
               DELIMITED BY SIZE INTO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "CIDADE/UF/CEP" TO WS-ROTULO.
           MOVE SPACES TO WS-VALOR.
           STRING FM-CIDADE DELIMITED BY "  "
               " / " FM-ESTADO " / " FM-CEP
               DELIMITED BY SIZE INTO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "TELEFONE" TO WS-ROTULO.
           MOVE SPACES TO WS-VALOR.
           STRING "(" FM-DDD ") " FM-NUMEROTELEFONE " "
               FM-OPERADORA
               DELIMITED BY SIZE INTO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "SALARIO" TO WS-ROTULO.
           MOVE FM-SALARIO TO WS-ED-VALOR.
           MOVE WS-ED-VALOR TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "SITUACAO" TO WS-ROTULO.
           MOVE SPACES TO WS-VALOR.
           STRING FM-STATUS " DESDE " FM-STATUS-DATA-EFETIVA
               DELIMITED BY SIZE INTO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.

       SECAO-CONTA.
           MOVE "CONTA BANCARIA" TO WS-SECAO-NOME.
           MOVE "data/contabancaria.dat" TO WS-SECAO-ARQUIVO.
           MOVE "EXECUCAO DE CONTRATO - CREDITO DE SALARIO (ART. 7, V)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT CONTA-MASTER.
           IF NOT WS-CONTA-OK
               PERFORM IMPRIMIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > WS-QTD-CODIGOS
                   MOVE WS-CD-CODFUNC(CD-IDX) TO CB-CODFUNC
                   READ CONTA-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM IMPRIMIR-CONTA
                   END-READ
               END-PERFORM
               CLOSE CONTA-MASTER
           END-IF.
           PERFORM IMPRIMIR-FIM-SECAO.

       IMPRIMIR-CONTA.
           ADD 1 TO WS-QTD-SECAO.
           IF WS-QTD-SECAO > 1
               PERFORM IMPRIMIR-SEPARADOR
           END-IF.
           MOVE "CODIGO" TO WS-ROTULO.
           MOVE CB-CODFUNC TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "BANCO/AGENCIA/CONTA" TO WS-ROTULO.
           MOVE SPACES TO WS-VALOR.
           STRING CB-BANCO " / " CB-AGENCIA " / " CB-CONTA "-"
               CB-DIGITO
               DELIMITED BY SIZE INTO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.

      * Dependents are keyed by the holder's code, so one pass over
      * the file finds both the subject's own dependents and any
      * registration of the subject as another employee's dependent.
       SECAO-DEPENDENTES.
           MOVE "DEPENDENTES" TO WS-SECAO-NOME.
           MOVE "data/dependentes.dat" TO WS-SECAO-ARQUIVO.
           MOVE "OBRIGACAO LEGAL - IRRF E SALARIO-FAMILIA (ART. 7, II)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT DEPENDENTE-MASTER.
           IF NOT WS-DEPENDENTE-OK
               PERFORM IMPRIMIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM UNTIL WS-DEPENDENTE-EOF
                   READ DEPENDENTE-MASTER NEXT RECORD
                       AT END SET WS-DEPENDENTE-EOF TO TRUE
                       NOT AT END
                           PERFORM AVALIAR-DEPENDENTE
                   END-READ
               END-PERFORM
               CLOSE DEPENDENTE-MASTER
           END-IF.
           PERFORM IMPRIMIR-FIM-SECAO.

       AVALIAR-DEPENDENTE.
           MOVE "N" TO WS-CODIGO-ACHADO.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > WS-QTD-CODIGOS
               IF DE-CODFUNC = WS-CD-CODFUNC(CD-IDX)
                   MOVE "S" TO WS-CODIGO-ACHADO
               END-IF
           END-PERFORM.

           IF WS-E-DO-TITULAR
               PERFORM IMPRIMIR-DEPENDENTE
               MOVE "VINCULO" TO WS-ROTULO
               MOVE "DEPENDENTE DO TITULAR" TO WS-VALOR
               PERFORM IMPRIMIR-CAMPO
           ELSE
               IF DE-CPF = WS-CPF-ENTRADA
                   PERFORM IMPRIMIR-DEPENDENTE
                   MOVE "VINCULO" TO WS-ROTULO
                   MOVE SPACES TO WS-VALOR
                   STRING "TITULAR CADASTRADO COMO DEPENDENTE DO "
                       "FUNCIONARIO " DE-CODFUNC
                       DELIMITED BY SIZE INTO WS-VALOR
                   PERFORM IMPRIMIR-CAMPO
               END-IF
           END-IF.

       IMPRIMIR-DEPENDENTE.
           ADD 1 TO WS-QTD-SECAO.
           IF WS-QTD-SECAO > 1
               PERFORM IMPRIMIR-SEPARADOR
           END-IF.
           MOVE "CODIGO/SEQUENCIA" TO WS-ROTULO.
           MOVE SPACES TO WS-VALOR.
           STRING DE-CODFUNC " / " DE-SEQUENCIA
               DELIMITED BY SIZE INTO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "NOME" TO WS-ROTULO.
           MOVE DE-NOME TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "DATA DE NASCIMENTO" TO WS-ROTULO.
           MOVE DE-DATA-NASCIMENTO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "PARENTESCO" TO WS-ROTULO.
           MOVE DE-PARENTESCO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "CPF" TO WS-ROTULO.
           MOVE DE-CPF TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "INVALIDEZ" TO WS-ROTULO.
           MOVE DE-INVALIDO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.

       SECAO-AFASTAMENTO.
           MOVE "AFASTAMENTOS" TO WS-SECAO-NOME.
           MOVE "data/afastamentos.dat" TO WS-SECAO-ARQUIVO.
           MOVE "OBRIGACAO LEGAL - DADO DE SAUDE (ART. 11, II, A)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT AFASTAMENTO-MASTER.
           IF NOT WS-AFASTAMENTO-OK
               PERFORM IMPRIMIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > WS-QTD-CODIGOS
                   MOVE WS-CD-CODFUNC(CD-IDX) TO AF-CODFUNC
                   READ AFASTAMENTO-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM IMPRIMIR-AFASTAMENTO
                   END-READ
               END-PERFORM
               CLOSE AFASTAMENTO-MASTER
           END-IF.
           PERFORM IMPRIMIR-FIM-SECAO.

       IMPRIMIR-AFASTAMENTO.
           ADD 1 TO WS-QTD-SECAO.
           IF WS-QTD-SECAO > 1
               PERFORM IMPRIMIR-SEPARADOR
           END-IF.
           MOVE "CODIGO" TO WS-ROTULO.
           MOVE AF-CODFUNC TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "MOTIVO" TO WS-ROTULO.
           MOVE AF-MOTIVO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "INICIO/RETORNO" TO WS-ROTULO.
           MOVE SPACES TO WS-VALOR.
           STRING AF-DATA-INICIO " / " AF-DATA-RETORNO-PREV
               DELIMITED BY SIZE INTO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "SITUACAO" TO WS-ROTULO.
           MOVE AF-SITUACAO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.

       SECAO-FERIAS.
           MOVE "FERIAS" TO WS-SECAO-NOME.
           MOVE "data/ferias.dat" TO WS-SECAO-ARQUIVO.
           MOVE "OBRIGACAO LEGAL - CLT (ART. 7, II)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT FERIAS-MASTER.
           IF NOT WS-FERIAS-OK
               PERFORM IMPRIMIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > WS-QTD-CODIGOS
                   MOVE WS-CD-CODFUNC(CD-IDX) TO FE-CODFUNC
                   READ FERIAS-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM IMPRIMIR-FERIAS
                   END-READ
               END-PERFORM
               CLOSE FERIAS-MASTER
           END-IF.
           PERFORM IMPRIMIR-FIM-SECAO.

       IMPRIMIR-FERIAS.
           ADD 1 TO WS-QTD-SECAO.
           IF WS-QTD-SECAO > 1
               PERFORM IMPRIMIR-SEPARADOR
           END-IF.
           MOVE "CODIGO" TO WS-ROTULO.
           MOVE FE-CODFUNC TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "INICIO" TO WS-ROTULO.
           MOVE FE-DATA-INICIO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "DIAS GOZO/VENDIDOS" TO WS-ROTULO.
           MOVE SPACES TO WS-VALOR.
           STRING FE-DIAS-GOZO " / " FE-DIAS-VENDIDOS
               DELIMITED BY SIZE INTO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "SITUACAO" TO WS-ROTULO.
           MOVE FE-SITUACAO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.

       SECAO-EMPRESTIMO.
           MOVE "EMPRESTIMO CONSIGNADO" TO WS-SECAO-NOME.
           MOVE "data/emprestimos.dat" TO WS-SECAO-ARQUIVO.
           MOVE "EXECUCAO DE CONTRATO - LEI 10.820/2003 (ART. 7, V)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT EMPRESTIMO-MASTER.
           IF NOT WS-EMPRESTIMO-OK
               PERFORM IMPRIMIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > WS-QTD-CODIGOS
                   MOVE WS-CD-CODFUNC(CD-IDX) TO EM-CODFUNC
                   READ EMPRESTIMO-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM IMPRIMIR-EMPRESTIMO
                   END-READ
               END-PERFORM
               CLOSE EMPRESTIMO-MASTER
           END-IF.
           PERFORM IMPRIMIR-FIM-SECAO.

       IMPRIMIR-EMPRESTIMO.
           ADD 1 TO WS-QTD-SECAO.
           IF WS-QTD-SECAO > 1
               PERFORM IMPRIMIR-SEPARADOR
           END-IF.
           MOVE "CODIGO" TO WS-ROTULO.
           MOVE EM-CODFUNC TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "CREDOR" TO WS-ROTULO.
           MOVE EM-CREDOR TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "VALOR PRINCIPAL" TO WS-ROTULO.
           MOVE EM-VALOR-PRINCIPAL TO WS-ED-VALOR.
           MOVE WS-ED-VALOR TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "VALOR DA PARCELA" TO WS-ROTULO.
           MOVE EM-VALOR-PARCELA TO WS-ED-VALOR.
           MOVE WS-ED-VALOR TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "PARCELAS RESTANTES" TO WS-ROTULO.
           MOVE EM-PARCELAS-RESTANTES TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "SALDO DEVEDOR" TO WS-ROTULO.
           MOVE EM-SALDO-DEVEDOR TO WS-ED-VALOR.
           MOVE WS-ED-VALOR TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.

       SECAO-VALE.
           MOVE "VALE-TRANSPORTE" TO WS-SECAO-NOME.
           MOVE "data/valetransporte.dat" TO WS-SECAO-ARQUIVO.
           MOVE "OBRIGACAO LEGAL - LEI 7.418/1985 (ART. 7, II)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT VALE-MASTER.
           IF NOT WS-VALE-OK
               PERFORM IMPRIMIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > WS-QTD-CODIGOS
                   MOVE WS-CD-CODFUNC(CD-IDX) TO VT-CODFUNC
                   READ VALE-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM IMPRIMIR-VALE
                   END-READ
               END-PERFORM
               CLOSE VALE-MASTER
           END-IF.
           PERFORM IMPRIMIR-FIM-SECAO.

       IMPRIMIR-VALE.
           ADD 1 TO WS-QTD-SECAO.
           IF WS-QTD-SECAO > 1
               PERFORM IMPRIMIR-SEPARADOR
           END-IF.
           MOVE "CODIGO" TO WS-ROTULO.
           MOVE VT-CODFUNC TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "CARTAO" TO WS-ROTULO.
           MOVE VT-CARTAO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "ROTA" TO WS-ROTULO.
           MOVE VT-ROTA TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "TARIFA DIARIA" TO WS-ROTULO.
           MOVE VT-TARIFA-DIA TO WS-ED-VALOR.
           MOVE WS-ED-VALOR TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.
           MOVE "SITUACAO" TO WS-ROTULO.
           MOVE VT-SITUACAO TO WS-VALOR.
           PERFORM IMPRIMIR-CAMPO.

      * Live ledger first, then every per-year archive from the
      * earliest admission year on - a year never closed simply has
      * no archive on disk and is passed over.
       SECAO-LEDGER.
           MOVE "LEDGER DA FOLHA" TO WS-SECAO-NOME.
           MOVE "data/folha-ledger*.dat" TO WS-SECAO-ARQUIVO.
           MOVE "OBRIGACAO LEGAL - GUARDA FISCAL E INSS (ART. 7, II)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT FOLHA-LEDGER.
           IF NOT WS-LEDGER-OK
               PERFORM IMPRIMIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > WS-QTD-CODIGOS
                   PERFORM LER-LEDGER-VIVO
               END-PERFORM
               CLOSE FOLHA-LEDGER
           END-IF.

           MOVE WS-ANO-HOJE TO WS-ANO-INICIAL.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > WS-QTD-CODIGOS
               IF WS-CD-ANO-ADM(CD-IDX) > 0
                   AND WS-CD-ANO-ADM(CD-IDX) < WS-ANO-INICIAL
                   MOVE WS-CD-ANO-ADM(CD-IDX) TO WS-ANO-INICIAL
               END-IF
           END-PERFORM.

           IF WS-QTD-CODIGOS > 0
               PERFORM VARYING WS-ANO-ARQUIVO FROM WS-ANO-INICIAL BY 1
                       UNTIL WS-ANO-ARQUIVO > WS-ANO-HOJE
                   PERFORM LER-LEDGER-ARQUIVO
               END-PERFORM
           END-IF.
           PERFORM IMPRIMIR-FIM-SECAO.

       LER-LEDGER-VIVO.
           MOVE WS-CD-CODFUNC(CD-IDX) TO LG-CODFUNC.
           MOVE 0 TO LG-COMPETENCIA.
           MOVE 0 TO LG-EMPRESA.
           START FOLHA-LEDGER KEY IS NOT LESS THAN LG-CHAVE
               INVALID KEY SET WS-LEDGER-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LEDGER-EOF
               READ FOLHA-LEDGER NEXT RECORD
                   AT END SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF LG-CODFUNC NOT = WS-CD-CODFUNC(CD-IDX)
                           SET WS-LEDGER-EOF TO TRUE
                       ELSE
                           MOVE LG-REGISTRO-LEDGER
                               TO AR-REGISTRO-LEDGER
                           MOVE "VIVO" TO WS-ORIGEM-LEDGER
                           PERFORM IMPRIMIR-LEDGER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-LEDGER.

       LER-LEDGER-ARQUIVO.
           MOVE SPACES TO WS-ARQUIVO-NOME.
           STRING "data/folha-ledger-" WS-ANO-ARQUIVO ".dat"
               DELIMITED BY SIZE INTO WS-ARQUIVO-NOME.
           MOVE SPACES TO WS-ORIGEM-LEDGER.
           STRING "ARQ " WS-ANO-ARQUIVO
               DELIMITED BY SIZE INTO WS-ORIGEM-LEDGER.
           OPEN INPUT LEDGER-ARQUIVO.
           IF WS-ARQUIVO-OK
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > WS-QTD-CODIGOS
                   PERFORM LER-LEDGER-ARQUIVO-CODIGO
               END-PERFORM
               CLOSE LEDGER-ARQUIVO
           END-IF.

       LER-LEDGER-ARQUIVO-CODIGO.
           MOVE WS-CD-CODFUNC(CD-IDX) TO AR-CODFUNC.
           MOVE 0 TO AR-COMPETENCIA.
           MOVE 0 TO AR-EMPRESA.
           START LEDGER-ARQUIVO KEY IS NOT LESS THAN AR-CHAVE
               INVALID KEY SET WS-ARQUIVO-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-ARQUIVO-EOF
               READ LEDGER-ARQUIVO NEXT RECORD
                   AT END SET WS-ARQUIVO-EOF TO TRUE
                   NOT AT END
                       IF AR-CODFUNC NOT = WS-CD-CODFUNC(CD-IDX)
                           SET WS-ARQUIVO-EOF TO TRUE
                       ELSE
                           PERFORM IMPRIMIR-LEDGER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-ARQUIVO.

      * One line per competencia paid - WS-ORIGEM-LEDGER says which
      * file it came from.
       IMPRIMIR-LEDGER.
           ADD 1 TO WS-QTD-SECAO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "    COD " AR-CODFUNC " COMP " AR-COMPETENCIA
               " EMP " AR-EMPRESA " " AR-DEPARTAMENTO
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           MOVE AR-SALARIO-BRUTO TO WS-ED-VALOR.
           MOVE " BRUTO "   TO RELATORIO-LINHA(51:7).
           MOVE WS-ED-VALOR TO RELATORIO-LINHA(58:10).
           MOVE AR-SALARIO-INSS TO WS-ED-VALOR.
           MOVE " INSS "    TO RELATORIO-LINHA(68:6).
           MOVE WS-ED-VALOR TO RELATORIO-LINHA(74:10).
           MOVE AR-SALARIO-IRRF TO WS-ED-VALOR.
           MOVE " IRRF "    TO RELATORIO-LINHA(84:6).
           MOVE WS-ED-VALOR TO RELATORIO-LINHA(90:10).
           MOVE AR-SALARIO-LIQUIDO TO WS-ED-VALOR.
           MOVE " LIQ "     TO RELATORIO-LINHA(100:5).
           MOVE WS-ED-VALOR TO RELATORIO-LINHA(105:10).
           MOVE WS-ORIGEM-LEDGER TO RELATORIO-LINHA(116:9).
           WRITE RELATORIO-LINHA.

      * Archives in cut order off the archive index, then the live
      * log - the same walk VERIFICA-AUDITORIA makes.
       SECAO-AUDITORIA.
           MOVE "TRILHA DE AUDITORIA" TO WS-SECAO-NOME.
           MOVE "data/audittrail*.log" TO WS-SECAO-ARQUIVO.
           MOVE "EXERCICIO REGULAR DE DIREITOS E SEGURANCA (ART. 7, VI)"
               TO WS-SECAO-BASE.
           PERFORM IMPRIMIR-CABECALHO-SECAO.

           OPEN INPUT AUDITORIA-ARQUIVOS.
           IF WS-ARQUIVOS-OK
               PERFORM UNTIL WS-ARQUIVOS-EOF
                   READ AUDITORIA-ARQUIVOS
                       AT END SET WS-ARQUIVOS-EOF TO TRUE
                       NOT AT END
                           MOVE AA-NOME TO WS-ARQUIVO-TRILHA
                           PERFORM PERCORRER-TRILHA
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-ARQUIVOS
           END-IF.

           MOVE "data/audittrail.log" TO WS-ARQUIVO-TRILHA.
           PERFORM PERCORRER-TRILHA.
           PERFORM IMPRIMIR-FIM-SECAO.

       PERCORRER-TRILHA.
           OPEN INPUT TRILHA.
           IF WS-TRILHA-OK
               PERFORM UNTIL WS-TRILHA-EOF
                   READ TRILHA
                       AT END SET WS-TRILHA-EOF TO TRUE
                       NOT AT END PERFORM AVALIAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE TRILHA
           END-IF.

      * An image is the subject's when its before or after value
      * carries the CPF, one of the subject's codes or the name the
      * code is registered under.
       AVALIAR-IMAGEM.
           MOVE 0 TO WS-QTD-TEXTO.
           INSPECT TR-VALOR-ANTES TALLYING WS-QTD-TEXTO
               FOR ALL WS-CPF-ENTRADA.
           INSPECT TR-VALOR-DEPOIS TALLYING WS-QTD-TEXTO
               FOR ALL WS-CPF-ENTRADA.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > WS-QTD-CODIGOS
               INSPECT TR-VALOR-ANTES TALLYING WS-QTD-TEXTO
                   FOR ALL WS-CD-CODFUNC(CD-IDX)
               INSPECT TR-VALOR-DEPOIS TALLYING WS-QTD-TEXTO
                   FOR ALL WS-CD-CODFUNC(CD-IDX)
               IF WS-CD-TAM-NOME(CD-IDX) > 0
                   INSPECT TR-VALOR-ANTES TALLYING WS-QTD-TEXTO
                       FOR ALL
                       WS-CD-NOME(CD-IDX)(1:WS-CD-TAM-NOME(CD-IDX))
                   INSPECT TR-VALOR-DEPOIS TALLYING WS-QTD-TEXTO
                       FOR ALL
                       WS-CD-NOME(CD-IDX)(1:WS-CD-TAM-NOME(CD-IDX))
               END-IF
           END-PERFORM.

           IF WS-QTD-TEXTO > 0
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO RELATORIO-LINHA
               STRING "    " TR-TIMESTAMP(1:14) " " TR-PROGRAMA " "
                   TR-OPERACAO " " TR-CAMPO " [" TR-VALOR-ANTES
                   "]>[" TR-VALOR-DEPOIS "] " TR-OPERADOR
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE WS-QTD-TOTAL TO WS-ED-QTD.
           STRING "TOTAL DE REGISTROS RELACIONADOS: " WS-ED-QTD
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "OS DADOS ACIMA SAO TODOS OS MANTIDOS PELO SISTEMA "
               "DE FOLHA SOB O CPF INFORMADO NA DATA DE EMISSAO."
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Sign-on before any file opens - the report exposes every
      * personal field on file, so the session has to know who is
      * asking.
       IDENTIFICAR-OPERADOR.
           MOVE "RELLGPD" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "RELATORIO-LGPD: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

      * Appends one image to AUDITTRAIL. Caller sets WS-AUD-OPERACAO/
      * CAMPO/ANTES/DEPOIS before performing this.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE "RELLGPD"       TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM RELATORIO-LGPD.
