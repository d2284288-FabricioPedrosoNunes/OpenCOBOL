      * with the approver's identity written to the audit trail
      * beside the images - no more raises nobody signed for.
      *
      * Position control: an admission, a transfer into another
      * department, or an ALTERACAO that moves an employee into a
      * new department or cargo, that would seat more ATIVO and
      * AFASTADO employees in the department and cargo than the
      * quadro de vagas (data/quadro-vagas.dat, maintained in
      * cadastro/quadro_vagas.cob) authorizes on the effective date
      * is parked for the department manager the same way, reason
      * EXCEDE QUADRO DE VAGAS - or refused outright when
      * MOVIMENTO-QUADRO-EXCEDIDO=RECUSAR. A department and cargo
      * with no authorization in force has no seats.
      *
      * An admission (other than a DESLIGADO history load) needs an
      * apto admissional exam on data/aso.dat (cadastro/aso.cob)
      * taken on or before the admission date - without one the
      * ADD is rejected, reason SEM ASO ADMISSIONAL APTO.
      *
      * Nightly movement intake for FUNCIONARIO-MASTER: reads the
      * sequential movement file HR sends (one transaction per line,
      * an operation code plus the FM-CODFUNC-keyed fields), validates
      * transaction goes to a rejection report with its reason, and
      * every applied change appends before/after images to
      * data/audittrail.log the same way PROG31 does for PESSOA-MASTER.
      *
      * Operation T transfers an employee to another group company
      * (MV-EMPRESA) from MV-STATUS-DATA-EFETIVA on, optionally into
      * a new department (MV-DEPARTAMENTO, blank keeps the current
      * one) - no more DESLIGADO in one company and a fresh
      * admission in the other. The employee keeps the code, so
      * FM-DATA-ADMISSAO (tenure, vacation periods, the FGTS link),
      * the salary, dependents, loans and the vacation schedule,
      * all keyed by that code, go along untouched. Ledger records
      * from the effective competencia on, with the pensao withheld
      * in them, are moved to the new company; earlier ones stay
      * with the company that paid them. The transfer is recorded
      * in data/transferencias.dat with both companies, which is
      * what ESOCIAL-EVENTOS emits the transfer events from and
      * what RESUMO-CUSTOS prorates the month between the two
      * companies by. A company change through an ALTERACAO is
      * refused - it would skip all of that.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS DP-NOME
               FILE STATUS IS WS-FS-DEPARTAMENTO.

      * Position control master (cadastro/quadro_vagas.cob) - seats
      * authorized per department code and cargo.
           SELECT QUADRO-VAGAS-MASTER ASSIGN TO "data/quadro-vagas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QV-CHAVE
               FILE STATUS IS WS-FS-QUADRO.

      * Occupational health exams (cadastro/aso.cob) - an admission
      * needs an apto admissional.
           SELECT ASO-MASTER ASSIGN TO "data/aso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WS-FS-ASO.

           SELECT REJEITADOS ASSIGN TO
                   "data/movimentacao-rejeitados.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADOS.

      * Structured department-transfer history - the audit trail
      * has the images, this has the record RESUMO-CUSTOS prorates
      * a transfer month's cost by.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSFERENCIAS.

      * Company master - a transfer must name a company on file.
           SELECT EMPRESA-MASTER ASSIGN TO "data/empresas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CODIGO
               FILE STATUS IS WS-FS-EMPRESA.

      * Ledger and pensao withheld - the competencias a transfer
      * hands over move to the new company.
           SELECT FOLHA-LEDGER ASSIGN TO "data/folha-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

           SELECT PENSAO-PAGA ASSIGN TO "data/pensoes-pagas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS WS-FS-PENSAO-PAGA.

      * Competencia close control - a movement whose effective date
      * backdates into a month the bank already answered is
      * rejected, not applied.
               RECORD KEY IS PE-SEQUENCIA
               FILE STATUS IS WS-FS-PENDENTES.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
              88 MV-OP-INCLUSAO  VALUE "I".
              88 MV-OP-ALTERACAO VALUE "A".
              88 MV-OP-EXCLUSAO  VALUE "E".
              88 MV-OP-TRANSFERENCIA VALUE "T".
           05 MV-CODFUNC PIC 9(6).
           05 MV-NOME  PIC X(20).
           05 MV-DATA-NASCIMENTO PIC 9(8).
       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

       FD  QUADRO-VAGAS-MASTER.
       COPY QUADROVAGAS.

       FD  ASO-MASTER.
       COPY ASO.

       FD  REJEITADOS.
       01  REJEITADOS-LINHA PIC X(80).

       FD  MOVIMENTOS-PENDENTES.
       COPY MOVPENDENTE.

       FD  COMPETENCIA-FECHADA.
       COPY COMPFECHADA.

       FD  EMPRESA-MASTER.
       COPY EMPRESA.

       FD  FOLHA-LEDGER.
       COPY FOLHALEDGER.

       FD  PENSAO-PAGA.
       COPY PENSAOPAGA.

      * Lines written before the company fields existed read them
      * as spaces - a department change inside one company.
       FD  TRANSFERENCIAS.
       01  TF-LINHA.
           05 TF-CODFUNC      PIC 9(6).
           05 TF-DEPTO-DE     PIC X(15).
           05 TF-DEPTO-PARA   PIC X(15).
           05 TF-DATA-EFETIVA PIC 9(8).
           05 TF-EMPRESA-DE   PIC 9(3).
           05 TF-EMPRESA-PARA PIC 9(3).

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".
       01  WS-RL-HORA-INICIO PIC 9(6).
       01  WS-RL-RESULTADO   PIC X(11) VALUE "OK".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK         VALUE "00".
           88 WS-MASTER-NAO-EXISTE VALUE "35".
           88 WS-CARGO-FORA-DA-FAIXA VALUE "X".
           88 WS-CARGO-INEXISTENTE   VALUE "I".

      * The seat check needs the quadro and the department master
      * (the quadro is keyed by department code, the movement
      * carries the name) - without either, movements keep being
      * accepted with a warning.
       01  WS-FS-QUADRO PIC XX.
           88 WS-QUADRO-OK VALUE "00".

       01  WS-QUADRO-ABERTO PIC X VALUE "N".
           88 WS-QUADRO-DISPONIVEL VALUE "S".

       01  WS-VALIDA-QUADRO PIC X VALUE "N".
           88 WS-DEVE-VALIDAR-QUADRO VALUE "S".

       01  WS-QUADRO-ACAO-TXT PIC X(8) VALUE SPACES.
           88 WS-QUADRO-RECUSAR VALUE "RECUSAR".

       01  WS-QUADRO-SITUACAO PIC X(1).
           88 WS-QUADRO-DENTRO    VALUE "D".
           88 WS-QUADRO-EXCEDIDO  VALUE "E".

       01  WS-FS-ASO PIC XX.
           88 WS-ASO-OK VALUE "00".

       01  WS-VALIDA-ASO PIC X VALUE "N".
           88 WS-DEVE-VALIDAR-ASO VALUE "S".

      * Result of the latest admissional found for the movement -
      * only an apto one lets the ADD through.
       01  WS-ASO-ADMISSIONAL PIC X(1).
           88 WS-ASO-ADMISSIONAL-APTO VALUE "A".

       01  WS-QV-DATA-REF    PIC 9(8).
       01  WS-QV-AUTORIZADAS PIC 9(5).
       01  WS-QV-OCUPADAS    PIC 9(5).

      * Seats filled per department name and cargo - counted off
      * the master once at the start of the run and kept current
      * as each movement lands, so a batch of admissions into one
      * department sees the seats the earlier ones took.
       01  WS-OCUPACAO-TABELA.
           05 WS-QTD-OCUPACAO PIC 9(4) VALUE 0.
           05 WS-ENTRADA-OCUPACAO OCCURS 1000 TIMES
                                  INDEXED BY OQ-IDX.
               10 WS-OQ-DEPARTAMENTO PIC X(15).
               10 WS-OQ-CARGO        PIC 9(4).
               10 WS-OQ-QTD          PIC 9(5).

       01  WS-OQ-BUSCA-DEPTO PIC X(15).
       01  WS-OQ-BUSCA-CARGO PIC 9(4).

       01  WS-OCUPACAO-ACHADA PIC X VALUE "N".
           88 WS-OCUPACAO-EXISTE VALUE "S".

      * More department/cargo pairs than the table holds stops the
      * run - past that point no seat count could be trusted, and
      * the quadro is a posting control, not a report.
       01  WS-CAPACIDADE-SW PIC X VALUE "N".
           88 WS-CAPACIDADE-ESGOTADA VALUE "S".

       01  WS-MASTER-EOF-SW PIC X VALUE "N".
           88 WS-FIM-MASTER VALUE "S".

       01  WS-FS-REJEITADOS PIC XX.
           88 WS-REJEITADOS-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-AUD-OPERACAO PIC X(10).
       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-QTD-APROVADOS PIC 9(5) VALUE 0.

       01  WS-MOTIVO-REJEICAO PIC X(40).
       01  WS-MOTIVO-RETENCAO PIC X(30).
       01  WS-MOVIMENTO-VALIDO PIC X VALUE "S".
           88 WS-MOV-ACEITO VALUE "S".

       01  WS-FS-TRANSFERENCIAS PIC XX.
           88 WS-TRANSFERENCIAS-OK VALUE "00".

      * The company check only runs when the empresa master is on
      * file, the same allowance the cargo and department checks
      * make.
       01  WS-FS-EMPRESA PIC XX.
           88 WS-EMPRESA-OK VALUE "00".

       01  WS-VALIDA-EMPRESA PIC X VALUE "N".
           88 WS-DEVE-VALIDAR-EMPRESA VALUE "S".

       01  WS-EMPRESA-ENCONTRADA PIC X VALUE "N".
           88 WS-EMPRESA-EXISTE VALUE "S".

       01  WS-FS-LEDGER PIC XX.
           88 WS-LEDGER-OK VALUE "00".

       01  WS-LEDGER-EOF-SW PIC X VALUE "N".
           88 WS-FIM-LEDGER VALUE "S".

       01  WS-FS-PENSAO-PAGA PIC XX.
           88 WS-PENSAO-PAGA-OK VALUE "00".

       01  WS-PENSAO-EOF-SW PIC X VALUE "N".
           88 WS-FIM-PENSAO VALUE "S".

      * Competencias of the old company's ledger a transfer hands
      * over - found first, then moved one by one, since the walk
      * cannot survive the deletes.
       01  WS-COMP-TABELA.
           05 WS-QTD-COMP PIC 9(3) VALUE 0.
           05 WS-ENTRADA-COMP OCCURS 120 TIMES
                              INDEXED BY CP-IDX.
               10 WS-CP-COMPETENCIA PIC 9(6).
               10 WS-CP-SITUACAO    PIC X(1).
                  88 WS-CP-MOVIDA VALUE "M".

       01  WS-ACHOU-COMP PIC X VALUE "N".
           88 WS-COMP-MOVIDA VALUE "S".

       01  WS-LEDGER-COPIA PIC X(66).
       01  WS-COMPETENCIA-EFETIVA PIC 9(6).

       01  WS-QTD-TRANSFERIDOS PIC 9(5) VALUE 0.

       01  WS-QTD-LIDOS      PIC 9(5) VALUE 0.
       01  WS-QTD-ACEITOS    PIC 9(5) VALUE 0.
       01  WS-QTD-REJEITADOS PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.

           OPEN I-O FUNCIONARIO-MASTER.

           IF WS-MASTER-NAO-EXISTE
                       "SERA VALIDADO"
           END-IF.

           OPEN INPUT EMPRESA-MASTER.
           IF WS-EMPRESA-OK
               MOVE "S" TO WS-VALIDA-EMPRESA
           ELSE
               DISPLAY "MOVIMENTACAO-FUNCIONARIOS: CADASTRO DE "
                       "EMPRESAS INDISPONIVEL (" WS-FS-EMPRESA
                       ") - EMPRESA DESTINO NAO SERA VALIDADA"
           END-IF.

           OPEN INPUT QUADRO-VAGAS-MASTER.
           IF WS-QUADRO-OK
               MOVE "S" TO WS-QUADRO-ABERTO
           END-IF.
           IF WS-QUADRO-DISPONIVEL AND WS-DEVE-VALIDAR-DEPTO
               MOVE "S" TO WS-VALIDA-QUADRO
           ELSE
               DISPLAY "MOVIMENTACAO-FUNCIONARIOS: QUADRO DE VAGAS "
                       "INDISPONIVEL (" WS-FS-QUADRO ") - VAGAS "
                       "NAO SERAO VALIDADAS"
           END-IF.

           OPEN INPUT ASO-MASTER.
           IF WS-ASO-OK
               MOVE "S" TO WS-VALIDA-ASO
           ELSE
               DISPLAY "MOVIMENTACAO-FUNCIONARIOS: CADASTRO DE ASO "
                       "INDISPONIVEL (" WS-FS-ASO ") - EXAME "
                       "ADMISSIONAL NAO SERA VALIDADO"
           END-IF.

           PERFORM LER-LIMITES-APROVACAO.
           PERFORM ABRIR-FECHAMENTO.
           PERFORM ABRIR-PENDENTES.
           IF WS-DEVE-VALIDAR-QUADRO
               PERFORM CARREGAR-OCUPACAO
           END-IF.
           IF NOT WS-CAPACIDADE-ESGOTADA
               PERFORM APLICAR-APROVADOS
           END-IF.

           PERFORM UNTIL WS-MOVIMENTO-EOF OR WS-CAPACIDADE-ESGOTADA
               READ MOVIMENTO
                   AT END SET WS-MOVIMENTO-EOF TO TRUE
                   NOT AT END
           IF WS-DEVE-VALIDAR-CARGO
               CLOSE CARGO-MASTER
           END-IF.
           IF WS-DEVE-VALIDAR-EMPRESA
               CLOSE EMPRESA-MASTER
           END-IF.
           IF WS-QUADRO-DISPONIVEL
               CLOSE QUADRO-VAGAS-MASTER
           END-IF.
           IF WS-DEVE-VALIDAR-ASO
               CLOSE ASO-MASTER
           END-IF.
           CLOSE REJEITADOS.
           CLOSE MOVIMENTOS-PENDENTES.
           IF WS-HA-FECHAMENTO
               CLOSE COMPETENCIA-FECHADA
           END-IF.

           IF WS-CAPACIDADE-ESGOTADA
               MOVE "CAPACIDADE" TO WS-RL-RESULTADO
           END-IF.
           PERFORM GRAVAR-RUNLOG.

           IF WS-CAPACIDADE-ESGOTADA
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       PROCESSAR-MOVIMENTO.
                   WHEN MV-OP-INCLUSAO  PERFORM APLICAR-INCLUSAO
                   WHEN MV-OP-ALTERACAO PERFORM APLICAR-ALTERACAO
                   WHEN MV-OP-EXCLUSAO  PERFORM APLICAR-EXCLUSAO
                   WHEN MV-OP-TRANSFERENCIA
                       PERFORM APLICAR-TRANSFERENCIA
               END-EVALUATE
           ELSE
               PERFORM GRAVAR-REJEICAO
       VALIDAR-MOVIMENTO.
           MOVE "S" TO WS-MOVIMENTO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE SPACES TO WS-MOTIVO-RETENCAO.

           IF MV-OP-TRANSFERENCIA
               PERFORM VERIFICAR-TRANSFERENCIA
           ELSE
               IF NOT MV-OP-EXCLUSAO
                   PERFORM VERIFICAR-DEPARTAMENTO
                   PERFORM VERIFICAR-FAIXA-CARGO
                   PERFORM VERIFICAR-COMPETENCIA-FECHADA
               END-IF
               IF MV-OP-INCLUSAO
                   PERFORM VERIFICAR-ASO-ADMISSIONAL
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NOT (MV-OP-INCLUSAO OR MV-OP-ALTERACAO
                         OR MV-OP-EXCLUSAO OR MV-OP-TRANSFERENCIA)
                   MOVE "OPERACAO INVALIDA" TO WS-MOTIVO-REJEICAO
               WHEN MV-CODFUNC NOT NUMERIC OR MV-CODFUNC = 0
                   MOVE "CODIGO INVALIDO" TO WS-MOTIVO-REJEICAO
               WHEN MV-OP-EXCLUSAO
                   CONTINUE
               WHEN MV-OP-TRANSFERENCIA
                       AND (MV-EMPRESA NOT NUMERIC OR MV-EMPRESA = 0)
                   MOVE "EMPRESA DESTINO INVALIDA"
                       TO WS-MOTIVO-REJEICAO
               WHEN MV-OP-TRANSFERENCIA
                       AND (MV-STATUS-DATA-EFETIVA NOT NUMERIC
                            OR MV-STATUS-DATA-EFETIVA = 0)
                   MOVE "DATA EFETIVA INVALIDA" TO WS-MOTIVO-REJEICAO
               WHEN MV-OP-TRANSFERENCIA
                       AND WS-DEVE-VALIDAR-EMPRESA
                       AND NOT WS-EMPRESA-EXISTE
                   MOVE "EMPRESA NAO CADASTRADA" TO WS-MOTIVO-REJEICAO
               WHEN MV-OP-TRANSFERENCIA AND WS-COMPETENCIA-FECHADA
                   MOVE "COMPETENCIA FECHADA" TO WS-MOTIVO-REJEICAO
               WHEN MV-OP-TRANSFERENCIA
                       AND WS-DEVE-VALIDAR-DEPTO
                       AND NOT WS-DEPTO-EXISTE
                   MOVE "DEPARTAMENTO NAO CADASTRADO"
                       TO WS-MOTIVO-REJEICAO
               WHEN MV-OP-TRANSFERENCIA
                   CONTINUE
               WHEN MV-NOME = SPACES
                   MOVE "NOME EM BRANCO" TO WS-MOTIVO-REJEICAO
               WHEN MV-DATA-NASCIMENTO NOT NUMERIC
               WHEN WS-CARGO-FORA-DA-FAIXA
                   MOVE "SALARIO FORA DA FAIXA DO CARGO"
                       TO WS-MOTIVO-REJEICAO
               WHEN MV-OP-INCLUSAO AND NOT WS-ASO-ADMISSIONAL-APTO
                   MOVE "SEM ASO ADMISSIONAL APTO"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE.

           IF WS-MOTIVO-REJEICAO NOT = SPACES
               END-READ
           END-IF.

      * The admissional must be on or before the admission date;
      * with more than one (an inapto followed by a new exam), the
      * latest of them decides. A DESLIGADO history load, or a run
      * without the ASO file, is not checked.
       VERIFICAR-ASO-ADMISSIONAL.
           MOVE SPACE TO WS-ASO-ADMISSIONAL.
           IF NOT WS-DEVE-VALIDAR-ASO OR MV-STATUS = "DESLIGADO"
               MOVE "A" TO WS-ASO-ADMISSIONAL
           ELSE
               IF MV-CODFUNC NUMERIC AND MV-DATA-ADMISSAO NUMERIC
                   MOVE MV-CODFUNC TO AS-CODFUNC
                   MOVE 0 TO AS-DATA-EXAME
                   MOVE SPACE TO AS-TIPO
                   START ASO-MASTER KEY IS NOT LESS THAN AS-CHAVE
                       INVALID KEY CONTINUE
                   END-START
                   IF WS-ASO-OK
                       PERFORM LER-PROXIMO-ASO
                       PERFORM UNTIL NOT WS-ASO-OK
                               OR AS-CODFUNC NOT = MV-CODFUNC
                               OR AS-DATA-EXAME > MV-DATA-ADMISSAO
                           IF AS-ADMISSIONAL
                               MOVE AS-RESULTADO
                                   TO WS-ASO-ADMISSIONAL
                           END-IF
                           PERFORM LER-PROXIMO-ASO
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       LER-PROXIMO-ASO.
           READ ASO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

      * A transfer carries only the code, the destination company,
      * the effective date and optionally the new department - the
      * rest of the record is never read off the movement. The
      * effective month must be open in the destination company;
      * the origin is checked once the master says which it is.
       VERIFICAR-TRANSFERENCIA.
           IF MV-DEPARTAMENTO = SPACES
               MOVE "S" TO WS-DEPTO-ENCONTRADO
           ELSE
               PERFORM VERIFICAR-DEPARTAMENTO
           END-IF.
           PERFORM VERIFICAR-COMPETENCIA-FECHADA.
           MOVE "N" TO WS-EMPRESA-ENCONTRADA.
           IF WS-DEVE-VALIDAR-EMPRESA AND MV-EMPRESA NUMERIC
               MOVE MV-EMPRESA TO EP-CODIGO
               READ EMPRESA-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-EMPRESA-ENCONTRADA
               END-READ
           END-IF.

      * A movement naming a cargo must carry a salary inside that
      * cargo's band; cargo zero means no position assigned and the
      * check does not apply. A promotion is simply an ALTERACAO
               END-READ
           END-IF.

      * An admission straight into DESLIGADO takes no seat.
       APLICAR-INCLUSAO.
           PERFORM MONTAR-REGISTRO-MASTER.
           MOVE "D" TO WS-QUADRO-SITUACAO.
           IF NOT FM-STATUS-DESLIGADO
               MOVE FM-DEPARTAMENTO TO WS-OQ-BUSCA-DEPTO
               MOVE FM-CARGO        TO WS-OQ-BUSCA-CARGO
               PERFORM VERIFICAR-QUADRO-VAGAS
           END-IF.
           IF WS-QUADRO-EXCEDIDO
               PERFORM RETER-POR-QUADRO
           ELSE
               PERFORM GRAVAR-INCLUSAO
           END-IF.

       GRAVAR-INCLUSAO.
           WRITE FM-FUNCIONARIO
               INVALID KEY
                   MOVE "CODIGO JA CADASTRADO" TO WS-MOTIVO-REJEICAO
                   MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-ANTES
                   PERFORM AUDITAR-IMAGENS-DEPOIS
                   IF WS-MOVIMENTO-APROVADO
                       PERFORM AUDITAR-APROVADOR
                   END-IF
                   PERFORM OCUPAR-VAGA-ATUAL
           END-WRITE.

       APLICAR-ALTERACAO.
                   MOVE "CODIGO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVAR-REJEICAO
               NOT INVALID KEY
                   IF MV-EMPRESA NUMERIC AND MV-EMPRESA > 0
                           AND MV-EMPRESA NOT = FM-EMPRESA
                       MOVE "TROCA DE EMPRESA SO POR TRANSFERENCIA"
                           TO WS-MOTIVO-REJEICAO
                       PERFORM GRAVAR-REJEICAO
                   ELSE
                       PERFORM AVALIAR-LIMITE-APROVACAO
                   END-IF
           END-READ.

      * A salary change inside the threshold (or a movement already
      * approved by the manager) applies; anything beyond parks for
      * approval and touches nothing. A move into a department or
      * cargo with no free seat parks first.
       AVALIAR-LIMITE-APROVACAO.
           IF WS-MOVIMENTO-APROVADO
               PERFORM APLICAR-ALTERACAO-LIDA
           ELSE
               PERFORM VERIFICAR-QUADRO-ALTERACAO
               IF WS-QUADRO-EXCEDIDO
                   PERFORM RETER-POR-QUADRO
               ELSE
                   PERFORM AVALIAR-LIMITE-SALARIAL
               END-IF
           END-IF.

       AVALIAR-LIMITE-SALARIAL.
           IF FM-SALARIO > 0
               COMPUTE WS-VARIACAO-PCT ROUNDED =
                   ((MV-SALARIO - FM-SALARIO) * 100) / FM-SALARIO
           ELSE
               MOVE 0 TO WS-VARIACAO-PCT
           END-IF.
           IF WS-VARIACAO-PCT > WS-LIMITE-PCT
               OR WS-VARIACAO-PCT < (0 - WS-LIMITE-PCT)
               OR (WS-LIMITE-VALOR > 0
                   AND MV-SALARIO > WS-LIMITE-VALOR)
               PERFORM PARCAR-MOVIMENTO
           ELSE
               PERFORM APLICAR-ALTERACAO-LIDA
           END-IF.

      * An ALTERACAO takes a new seat only when it moves the
      * employee to another department or cargo, or brings a
      * DESLIGADO back - a blank cargo keeps the current one, the
      * same rule MONTAR-REGISTRO-MASTER applies.
       VERIFICAR-QUADRO-ALTERACAO.
           MOVE "D" TO WS-QUADRO-SITUACAO.
           MOVE MV-DEPARTAMENTO TO WS-OQ-BUSCA-DEPTO.
           IF MV-CARGO NUMERIC AND MV-CARGO > 0
               MOVE MV-CARGO TO WS-OQ-BUSCA-CARGO
           ELSE
               MOVE FM-CARGO TO WS-OQ-BUSCA-CARGO
           END-IF.
           IF MV-STATUS NOT = "DESLIGADO"
                   AND (FM-STATUS-DESLIGADO
                        OR WS-OQ-BUSCA-DEPTO NOT = FM-DEPARTAMENTO
                        OR WS-OQ-BUSCA-CARGO NOT = FM-CARGO)
               PERFORM VERIFICAR-QUADRO-VAGAS
           END-IF.

       APLICAR-ALTERACAO-LIDA.
           MOVE FM-NOME    TO WS-ANTES-NOME.
           MOVE FM-SALARIO TO WS-ANTES-SALARIO.
                   IF FM-DEPARTAMENTO NOT = WS-ANTES-DEPARTAMENTO
                       PERFORM GRAVAR-TRANSFERENCIA
                   END-IF
                   PERFORM LIBERAR-VAGA-ANTERIOR
                   PERFORM OCUPAR-VAGA-ATUAL
           END-REWRITE.

       APLICAR-EXCLUSAO.
                   PERFORM GRAVAR-REJEICAO
               NOT INVALID KEY
                   MOVE FM-NOME TO WS-AUD-ANTES
                   MOVE FM-STATUS TO WS-ANTES-STATUS
                   MOVE FM-CARGO  TO WS-ANTES-CARGO
                   MOVE FM-DEPARTAMENTO TO WS-ANTES-DEPARTAMENTO
                   DELETE FUNCIONARIO-MASTER RECORD
                       INVALID KEY
                           MOVE "ERRO NA EXCLUSAO"
                           MOVE "NOME"     TO WS-AUD-CAMPO
                           MOVE SPACES     TO WS-AUD-DEPOIS
                           PERFORM REGISTRAR-AUDITORIA
                           PERFORM LIBERAR-VAGA-ANTERIOR
                   END-DELETE
           END-READ.

       APLICAR-TRANSFERENCIA.
           MOVE MV-CODFUNC TO FM-CODFUNC.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "CODIGO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVAR-REJEICAO
               NOT INVALID KEY
                   PERFORM AVALIAR-TRANSFERENCIA
           END-READ.

      * A terminated employee is readmitted, not transferred; the
      * month must be open in the origin company as well.
       AVALIAR-TRANSFERENCIA.
           EVALUATE TRUE
               WHEN FM-STATUS-DESLIGADO
                   MOVE "FUNCIONARIO DESLIGADO" TO WS-MOTIVO-REJEICAO
               WHEN MV-EMPRESA = FM-EMPRESA
                   MOVE "JA PERTENCE A EMPRESA DESTINO"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM VERIFICAR-ORIGEM-FECHADA
                   IF WS-COMPETENCIA-FECHADA
                       MOVE "COMPETENCIA FECHADA NA ORIGEM"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE.

           IF WS-MOTIVO-REJEICAO NOT = SPACES
               PERFORM GRAVAR-REJEICAO
           ELSE
               PERFORM VERIFICAR-QUADRO-TRANSFERENCIA
               IF WS-QUADRO-EXCEDIDO
                   PERFORM RETER-POR-QUADRO
               ELSE
                   PERFORM APLICAR-TRANSFERENCIA-LIDA
               END-IF
           END-IF.

      * A transfer keeps the cargo, so only a change of department
      * asks for a seat - a company-only transfer stays in it.
       VERIFICAR-QUADRO-TRANSFERENCIA.
           MOVE "D" TO WS-QUADRO-SITUACAO.
           IF MV-DEPARTAMENTO NOT = SPACES
                   AND MV-DEPARTAMENTO NOT = FM-DEPARTAMENTO
               MOVE MV-DEPARTAMENTO TO WS-OQ-BUSCA-DEPTO
               MOVE FM-CARGO        TO WS-OQ-BUSCA-CARGO
               PERFORM VERIFICAR-QUADRO-VAGAS
           END-IF.

       VERIFICAR-ORIGEM-FECHADA.
           MOVE "N" TO WS-COMPETENCIA-TRAVADA.
           IF WS-HA-FECHAMENTO
               MOVE MV-STATUS-DATA-EFETIVA(1:6) TO FC-COMPETENCIA
               MOVE FM-EMPRESA TO FC-EMPRESA
               READ COMPETENCIA-FECHADA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FC-FECHADA
                           MOVE "S" TO WS-COMPETENCIA-TRAVADA
                       END-IF
               END-READ
           END-IF.

      * Only the company and, when given, the department change -
      * admission date, salary and its history, status and cargo
      * stay exactly as they were.
       APLICAR-TRANSFERENCIA-LIDA.
           MOVE FM-EMPRESA      TO WS-ANTES-EMPRESA.
           MOVE FM-DEPARTAMENTO TO WS-ANTES-DEPARTAMENTO.
           MOVE FM-CARGO        TO WS-ANTES-CARGO.
           MOVE FM-STATUS       TO WS-ANTES-STATUS.
           MOVE MV-EMPRESA TO FM-EMPRESA.
           IF MV-DEPARTAMENTO NOT = SPACES
               MOVE MV-DEPARTAMENTO TO FM-DEPARTAMENTO
           END-IF.
           REWRITE FM-FUNCIONARIO
               INVALID KEY
                   MOVE "ERRO NA REGRAVACAO"
                       TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVAR-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ACEITOS
                   ADD 1 TO WS-QTD-TRANSFERIDOS
                   PERFORM AUDITAR-TRANSFERENCIA
                   IF WS-MOVIMENTO-APROVADO
                       PERFORM AUDITAR-APROVADOR
                   END-IF
                   PERFORM GRAVAR-TRANSFERENCIA
                   PERFORM TRANSPORTAR-LEDGER
                   IF FM-DEPARTAMENTO NOT = WS-ANTES-DEPARTAMENTO
                       PERFORM LIBERAR-VAGA-ANTERIOR
                       PERFORM OCUPAR-VAGA-ATUAL
                   END-IF
           END-REWRITE.

       AUDITAR-TRANSFERENCIA.
           MOVE "TRANSFEREN"     TO WS-AUD-OPERACAO.
           MOVE "EMPRESA"        TO WS-AUD-CAMPO.
           MOVE WS-ANTES-EMPRESA TO WS-AUD-ANTES.
           MOVE FM-EMPRESA       TO WS-AUD-DEPOIS.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE "DATA-EFETIVA"   TO WS-AUD-CAMPO.
           MOVE SPACES           TO WS-AUD-ANTES.
           MOVE MV-STATUS-DATA-EFETIVA TO WS-AUD-DEPOIS.
           PERFORM REGISTRAR-AUDITORIA.
           IF FM-DEPARTAMENTO NOT = WS-ANTES-DEPARTAMENTO
               MOVE "DEPARTAMENTO"        TO WS-AUD-CAMPO
               MOVE WS-ANTES-DEPARTAMENTO TO WS-AUD-ANTES
               MOVE FM-DEPARTAMENTO       TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

      * The competencias from the effective month on are the new
      * company's to pay and report: the old company's ledger
      * records for them move across, with the pensao withheld in
      * them. Earlier months stay with the company that paid them -
      * its informe, DARF and FGTS already carry them. A month the
      * new company already holds a record for is left where it is
      * and reported for the analyst.
       TRANSPORTAR-LEDGER.
           MOVE 0 TO WS-QTD-COMP.
           MOVE MV-STATUS-DATA-EFETIVA(1:6) TO WS-COMPETENCIA-EFETIVA.
           OPEN I-O FOLHA-LEDGER.
           IF WS-LEDGER-OK
               PERFORM LOCALIZAR-COMPETENCIAS
               PERFORM VARYING CP-IDX FROM 1 BY 1
                       UNTIL CP-IDX > WS-QTD-COMP
                   PERFORM MOVER-COMPETENCIA
               END-PERFORM
               CLOSE FOLHA-LEDGER
           END-IF.
           IF WS-QTD-COMP > 0
               PERFORM TRANSPORTAR-PENSOES
           END-IF.

       LOCALIZAR-COMPETENCIAS.
           MOVE "N" TO WS-LEDGER-EOF-SW.
           MOVE FM-CODFUNC TO LG-CODFUNC.
           MOVE WS-COMPETENCIA-EFETIVA TO LG-COMPETENCIA.
           MOVE 0 TO LG-EMPRESA.
           START FOLHA-LEDGER KEY IS NOT LESS THAN LG-CHAVE
               INVALID KEY SET WS-FIM-LEDGER TO TRUE
           END-START.
           PERFORM UNTIL WS-FIM-LEDGER
               READ FOLHA-LEDGER NEXT RECORD
                   AT END SET WS-FIM-LEDGER TO TRUE
                   NOT AT END
                       IF LG-CODFUNC NOT = FM-CODFUNC
                           SET WS-FIM-LEDGER TO TRUE
                       ELSE
                           IF LG-EMPRESA = WS-ANTES-EMPRESA
                                   AND WS-QTD-COMP < 120
                               ADD 1 TO WS-QTD-COMP
                               SET CP-IDX TO WS-QTD-COMP
                               MOVE LG-COMPETENCIA
                                   TO WS-CP-COMPETENCIA(CP-IDX)
                               MOVE SPACE TO WS-CP-SITUACAO(CP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MOVER-COMPETENCIA.
           MOVE FM-CODFUNC TO LG-CODFUNC.
           MOVE WS-CP-COMPETENCIA(CP-IDX) TO LG-COMPETENCIA.
           MOVE FM-EMPRESA TO LG-EMPRESA.
           READ FOLHA-LEDGER
               INVALID KEY
                   PERFORM MOVER-REGISTRO-LEDGER
               NOT INVALID KEY
                   MOVE SPACES TO WS-MOTIVO-REJEICAO
                   STRING "LEDGER " WS-CP-COMPETENCIA(CP-IDX)
                       " JA EXISTE NO DESTINO"
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
                   PERFORM GRAVAR-RETENCAO
           END-READ.

       MOVER-REGISTRO-LEDGER.
           MOVE WS-ANTES-EMPRESA TO LG-EMPRESA.
           READ FOLHA-LEDGER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE LG-REGISTRO-LEDGER TO WS-LEDGER-COPIA
                   DELETE FOLHA-LEDGER RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-LEDGER-COPIA TO LG-REGISTRO-LEDGER
                   MOVE FM-EMPRESA TO LG-EMPRESA
                   WRITE LG-REGISTRO-LEDGER
                       INVALID KEY
                           DISPLAY "MOVIMENTACAO-FUNCIONARIOS: ERRO "
                                   "TRANSPORTANDO LEDGER DE "
                                   LG-CODFUNC " " LG-COMPETENCIA
                       NOT INVALID KEY
                           SET WS-CP-MOVIDA(CP-IDX) TO TRUE
                           MOVE "LEDGER"  TO WS-AUD-CAMPO
                           MOVE SPACES    TO WS-AUD-ANTES
                           STRING LG-COMPETENCIA "/" WS-ANTES-EMPRESA
                               DELIMITED BY SIZE INTO WS-AUD-ANTES
                           MOVE SPACES    TO WS-AUD-DEPOIS
                           STRING LG-COMPETENCIA "/" FM-EMPRESA
                               DELIMITED BY SIZE INTO WS-AUD-DEPOIS
                           PERFORM REGISTRAR-AUDITORIA
                   END-WRITE
           END-READ.

      * The pensao withheld in a moved competencia is credited by
      * the company the ledger now sits under.
       TRANSPORTAR-PENSOES.
           OPEN I-O PENSAO-PAGA.
           IF WS-PENSAO-PAGA-OK
               MOVE "N" TO WS-PENSAO-EOF-SW
               MOVE FM-CODFUNC TO PG-CODFUNC
               MOVE WS-COMPETENCIA-EFETIVA TO PG-COMPETENCIA
               MOVE 0 TO PG-SEQUENCIA
               START PENSAO-PAGA KEY IS NOT LESS THAN PG-CHAVE
                   INVALID KEY SET WS-FIM-PENSAO TO TRUE
               END-START
               PERFORM UNTIL WS-FIM-PENSAO
                   READ PENSAO-PAGA NEXT RECORD
                       AT END SET WS-FIM-PENSAO TO TRUE
                       NOT AT END
                           IF PG-CODFUNC NOT = FM-CODFUNC
                               SET WS-FIM-PENSAO TO TRUE
                           ELSE
                               PERFORM TRANSPORTAR-UMA-PENSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSAO-PAGA
           END-IF.

       TRANSPORTAR-UMA-PENSAO.
           MOVE "N" TO WS-ACHOU-COMP.
           SET CP-IDX TO 1.
           SEARCH WS-ENTRADA-COMP
               AT END CONTINUE
               WHEN CP-IDX > WS-QTD-COMP
                   CONTINUE
               WHEN WS-CP-COMPETENCIA(CP-IDX) = PG-COMPETENCIA
                   IF WS-CP-MOVIDA(CP-IDX)
                       MOVE "S" TO WS-ACHOU-COMP
                   END-IF
           END-SEARCH.
           IF WS-COMP-MOVIDA AND PG-EMPRESA = WS-ANTES-EMPRESA
               MOVE FM-EMPRESA TO PG-EMPRESA
               REWRITE PG-PENSAO-PAGA
                   INVALID KEY
                       DISPLAY "MOVIMENTACAO-FUNCIONARIOS: ERRO "
                               "TRANSPORTANDO PENSAO DE " PG-CODFUNC
               END-REWRITE
           END-IF.

       MONTAR-REGISTRO-MASTER.
           MOVE MV-CODFUNC            TO FM-CODFUNC.
           MOVE MV-NOME               TO FM-NOME.
               COMPUTE WS-LIMITE-VALOR =
                   FUNCTION NUMVAL(WS-LIMITE-VALOR-TXT)
           END-IF.
           ACCEPT WS-QUADRO-ACAO-TXT FROM ENVIRONMENT
               "MOVIMENTO-QUADRO-EXCEDIDO".

       ABRIR-PENDENTES.
           OPEN I-O MOVIMENTOS-PENDENTES.
                   PE-SEQUENCIA
               INVALID KEY SET WS-FIM-PENDENTES TO TRUE
           END-START.
           PERFORM UNTIL WS-FIM-PENDENTES OR WS-CAPACIDADE-ESGOTADA
               READ MOVIMENTOS-PENDENTES NEXT RECORD
                   AT END SET WS-FIM-PENDENTES TO TRUE
                   NOT AT END
           MOVE MV-MOVIMENTO TO PE-MOVIMENTO.
           SET PE-PENDENTE TO TRUE.
           MOVE 0 TO PE-APROVADOR.
           MOVE WS-MOTIVO-RETENCAO TO PE-MOTIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PE-DATA.
           WRITE PE-MOVIMENTO-PENDENTE
               INVALID KEY
                           "PARCANDO MOVIMENTO " PE-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-RETIDOS
                   IF WS-MOTIVO-RETENCAO = SPACES
                       MOVE "RETIDO PARA APROVACAO"
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       MOVE SPACES TO WS-MOTIVO-REJEICAO
                       STRING "RETIDO - " WS-MOTIVO-RETENCAO
                           DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
                   END-IF
                   PERFORM GRAVAR-RETENCAO
           END-WRITE.

      * Over the quadro: parked for the department manager like an
      * oversized raise, or refused outright when the shop set
      * MOVIMENTO-QUADRO-EXCEDIDO=RECUSAR.
       RETER-POR-QUADRO.
           IF WS-QUADRO-RECUSAR
               MOVE "EXCEDE QUADRO DE VAGAS" TO WS-MOTIVO-REJEICAO
               PERFORM GRAVAR-REJEICAO
           ELSE
               MOVE "EXCEDE QUADRO DE VAGAS" TO WS-MOTIVO-RETENCAO
               PERFORM PARCAR-MOVIMENTO
           END-IF.

       GRAVAR-RETENCAO.
           MOVE MV-OPERACAO        TO WS-RJ-OPERACAO.
           MOVE MV-CODFUNC         TO WS-RJ-CODFUNC.
           MOVE FM-CODFUNC TO TF-CODFUNC.
           MOVE WS-ANTES-DEPARTAMENTO TO TF-DEPTO-DE.
           MOVE FM-DEPARTAMENTO TO TF-DEPTO-PARA.
           MOVE WS-ANTES-EMPRESA TO TF-EMPRESA-DE.
           MOVE FM-EMPRESA TO TF-EMPRESA-PARA.
           IF MV-STATUS-DATA-EFETIVA NUMERIC
                   AND MV-STATUS-DATA-EFETIVA > 0
               MOVE MV-STATUS-DATA-EFETIVA TO TF-DATA-EFETIVA
           WRITE TF-LINHA.
           CLOSE TRANSFERENCIAS.

      * Would one more seat in the department and cargo in
      * WS-OQ-BUSCA-DEPTO/CARGO go past what the quadro authorizes
      * on the movement's date? No authorization on file, or one
      * not in force that day, authorizes nothing. A department
      * missing from its master is left to the department check,
      * and a movement the manager already approved goes through.
       VERIFICAR-QUADRO-VAGAS.
           MOVE "D" TO WS-QUADRO-SITUACAO.
           IF WS-DEVE-VALIDAR-QUADRO AND NOT WS-MOVIMENTO-APROVADO
               MOVE WS-OQ-BUSCA-DEPTO TO DP-NOME
               READ DEPARTAMENTO-MASTER KEY IS DP-NOME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM AVALIAR-QUADRO-VAGAS
               END-READ
           END-IF.

       AVALIAR-QUADRO-VAGAS.
           PERFORM DEFINIR-DATA-QUADRO.
           MOVE 0 TO WS-QV-AUTORIZADAS.
           MOVE DP-CODIGO         TO QV-DEPARTAMENTO.
           MOVE WS-OQ-BUSCA-CARGO TO QV-CARGO.
           READ QUADRO-VAGAS-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF QV-DATA-INICIO <= WS-QV-DATA-REF
                           AND (QV-DATA-FIM = 0
                                OR QV-DATA-FIM >= WS-QV-DATA-REF)
                       MOVE QV-QTD-AUTORIZADA TO WS-QV-AUTORIZADAS
                   END-IF
           END-READ.
           MOVE 0 TO WS-QV-OCUPADAS.
           PERFORM LOCALIZAR-OCUPACAO.
           IF WS-OCUPACAO-EXISTE
               MOVE WS-OQ-QTD(OQ-IDX) TO WS-QV-OCUPADAS
           END-IF.
           IF WS-QV-OCUPADAS >= WS-QV-AUTORIZADAS
               MOVE "E" TO WS-QUADRO-SITUACAO
           END-IF.

      * The seat is taken on the admission date, or on the
      * effective date of a transfer or change - today when the
      * movement carries neither.
       DEFINIR-DATA-QUADRO.
           EVALUATE TRUE
               WHEN MV-OP-INCLUSAO AND MV-DATA-ADMISSAO NUMERIC
                       AND MV-DATA-ADMISSAO > 0
                   MOVE MV-DATA-ADMISSAO TO WS-QV-DATA-REF
               WHEN MV-STATUS-DATA-EFETIVA NUMERIC
                       AND MV-STATUS-DATA-EFETIVA > 0
                   MOVE MV-STATUS-DATA-EFETIVA TO WS-QV-DATA-REF
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-QV-DATA-REF
           END-EVALUATE.

      * Seats filled now, per department name and cargo, off one
      * pass of the master - ATIVO and AFASTADO both hold a seat.
       CARREGAR-OCUPACAO.
           MOVE 0 TO WS-QTD-OCUPACAO.
           MOVE "N" TO WS-MASTER-EOF-SW.
           MOVE 0 TO FM-CODFUNC.
           START FUNCIONARIO-MASTER KEY IS NOT LESS THAN FM-CODFUNC
               INVALID KEY SET WS-FIM-MASTER TO TRUE
           END-START.
           PERFORM UNTIL WS-FIM-MASTER OR WS-CAPACIDADE-ESGOTADA
               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-FIM-MASTER TO TRUE
                   NOT AT END PERFORM OCUPAR-VAGA-ATUAL
               END-READ
           END-PERFORM.

       LOCALIZAR-OCUPACAO.
           MOVE "N" TO WS-OCUPACAO-ACHADA.
           SET OQ-IDX TO 1.
           SEARCH WS-ENTRADA-OCUPACAO
               AT END CONTINUE
               WHEN OQ-IDX > WS-QTD-OCUPACAO
                   CONTINUE
               WHEN WS-OQ-DEPARTAMENTO(OQ-IDX) = WS-OQ-BUSCA-DEPTO
                       AND WS-OQ-CARGO(OQ-IDX) = WS-OQ-BUSCA-CARGO
                   MOVE "S" TO WS-OCUPACAO-ACHADA
           END-SEARCH.

      * The record now in FM-FUNCIONARIO takes its seat. A full
      * table stops the run - no further movement is applied on a
      * seat count that is missing a department and cargo.
       OCUPAR-VAGA-ATUAL.
           IF WS-DEVE-VALIDAR-QUADRO AND NOT FM-STATUS-DESLIGADO
               MOVE FM-DEPARTAMENTO TO WS-OQ-BUSCA-DEPTO
               MOVE FM-CARGO        TO WS-OQ-BUSCA-CARGO
               PERFORM LOCALIZAR-OCUPACAO
               IF NOT WS-OCUPACAO-EXISTE
                   PERFORM INCLUIR-OCUPACAO
               END-IF
               IF WS-OCUPACAO-EXISTE
                   ADD 1 TO WS-OQ-QTD(OQ-IDX)
               END-IF
           END-IF.

       INCLUIR-OCUPACAO.
           IF WS-QTD-OCUPACAO < 1000
               ADD 1 TO WS-QTD-OCUPACAO
               SET OQ-IDX TO WS-QTD-OCUPACAO
               MOVE WS-OQ-BUSCA-DEPTO TO WS-OQ-DEPARTAMENTO(OQ-IDX)
               MOVE WS-OQ-BUSCA-CARGO TO WS-OQ-CARGO(OQ-IDX)
               MOVE 0 TO WS-OQ-QTD(OQ-IDX)
               MOVE "S" TO WS-OCUPACAO-ACHADA
           ELSE
               IF NOT WS-CAPACIDADE-ESGOTADA
                   DISPLAY "MOVIMENTACAO-FUNCIONARIOS: CAPACIDADE "
                           "EXCEDIDA - MAIS DE 1000 DEPARTAMENTOS/"
                           "CARGOS OCUPADOS - EXECUCAO INTERROMPIDA"
               END-IF
               MOVE "S" TO WS-CAPACIDADE-SW
           END-IF.

      * The seat the employee held before the movement - captured in
      * the WS-ANTES fields - is freed.
       LIBERAR-VAGA-ANTERIOR.
           IF WS-DEVE-VALIDAR-QUADRO
                   AND WS-ANTES-STATUS NOT = "DESLIGADO"
               MOVE WS-ANTES-DEPARTAMENTO TO WS-OQ-BUSCA-DEPTO
               MOVE WS-ANTES-CARGO        TO WS-OQ-BUSCA-CARGO
               PERFORM LOCALIZAR-OCUPACAO
               IF WS-OCUPACAO-EXISTE AND WS-OQ-QTD(OQ-IDX) > 0
                   SUBTRACT 1 FROM WS-OQ-QTD(OQ-IDX)
               END-IF
           END-IF.

       AUDITAR-APROVADOR.
           MOVE "APROVADOR"         TO WS-AUD-CAMPO.
           MOVE SPACES              TO WS-AUD-ANTES.
           MOVE WS-LINHA-RESUMO         TO REJEITADOS-LINHA.
           WRITE REJEITADOS-LINHA.

           MOVE "TRANSFERENCIAS DE EMPRESA" TO WS-R-ROTULO.
           MOVE WS-QTD-TRANSFERIDOS     TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO         TO REJEITADOS-LINHA.
           WRITE REJEITADOS-LINHA.

           IF WS-CAPACIDADE-ESGOTADA
               MOVE SPACES TO REJEITADOS-LINHA
               WRITE REJEITADOS-LINHA
               MOVE "EXECUCAO INTERROMPIDA - CAPACIDADE EXCEDIDA"
                   TO REJEITADOS-LINHA
               WRITE REJEITADOS-LINHA
           END-IF.

           DISPLAY "MOVIMENTACAO-FUNCIONARIOS: " WS-QTD-ACEITOS
                   " ACEITOS / " WS-QTD-REJEITADOS " REJEITADOS DE "
                   WS-QTD-LIDOS " MOVIMENTOS".
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE "BATCH"         TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

      * Appends this run's record to the common batch run log - only
      * reached at completion, so a missing record means the job
      * never finished; CAPACIDADE when the seat table overflowed.
       GRAVAR-RUNLOG.
           MOVE "MOVIMENTACAO-FUNCION" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-QTD-LIDOS   TO RL-QTD-LIDOS.
           MOVE WS-QTD-ACEITOS TO RL-QTD-GRAVADOS.
           MOVE WS-RL-RESULTADO TO RL-RESULTADO.
           MOVE 0 TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM MOVIMENTACAO-FUNCIONARIOS.
