       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTENTICAR-OPERADOR.

      * Shared sign-on, CALLed by every cadastro program and PROG31
      * before the menu opens: asks for operator code and password,
      * checks them against the operator master
      * (data/operadores.dat, copybooks/OPERADOR.cpy) by CALC-HASH
      * digest and answers who signed on. Three wrong passwords in
      * a row block the operator - the counter lives on the master,
      * so quitting and starting again does not reset it - and only
      * a supervisor releases the record in cadastro/operador.cob.
      * A provisional password must be replaced before the session
      * goes on. Sign-on, failure and block each leave an image on
      * the audit trail under the calling program's name. With no
      * operator on file the answer is CADASTRO-VAZIO and the
      * caller decides; only the operator cadastro goes on, to
      * register the first supervisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.

       FILE SECTION.
       FD  OPERADORES.
       COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  WS-FS-OPERADORES PIC XX.
           88 WS-OPERADORES-OK         VALUE "00".
           88 WS-OPERADORES-NAO-EXISTE VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-MAX-TENTATIVAS PIC 9(1) VALUE 3.
       01  WS-TENTATIVA      PIC 9(1).

       01  WS-CODIGO-ENTRADA PIC X(8).
       01  WS-SENHA-ENTRADA  PIC X(20).
       01  WS-SENHA-NOVA     PIC X(20).
       01  WS-SENHA-CONFIRMA PIC X(20).
       01  WS-HASH-CALCULADO PIC 9(15).

       01  WS-TROCA-SENHA-OK PIC X.
           88 WS-SENHA-TROCADA VALUE "S".

       01  WS-AUD-OPERACAO PIC X(10).
       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-AUD-ANTES    PIC X(30).
       01  WS-AUD-DEPOIS   PIC X(30).

       COPY CALCHASH.

       LINKAGE SECTION.
       COPY AUTENTICAR.

       PROCEDURE DIVISION USING AU-PARAMETROS.

       MAIN-PROCEDURE.
           MOVE SPACES TO AU-OPERADOR.
           MOVE SPACES TO AU-NOME.
           MOVE SPACES TO AU-PERFIL.
           MOVE 0 TO AU-CODFUNC.
           SET AU-RECUSADO TO TRUE.

           OPEN I-O OPERADORES.

           IF WS-OPERADORES-NAO-EXISTE
               SET AU-CADASTRO-VAZIO TO TRUE
           ELSE
               IF NOT WS-OPERADORES-OK
                   DISPLAY AU-PROGRAMA ": ERRO ABRINDO OPERADORES - "
                           WS-FS-OPERADORES
               ELSE
                   PERFORM VERIFICAR-CADASTRO-VAZIO
                   IF NOT AU-CADASTRO-VAZIO
                       MOVE 0 TO WS-TENTATIVA
                       PERFORM TENTAR-ENTRADA
                           UNTIL AU-AUTENTICADO
                              OR WS-TENTATIVA >= WS-MAX-TENTATIVAS
                   END-IF
                   CLOSE OPERADORES
               END-IF
           END-IF.

           IF AU-CADASTRO-VAZIO
               DISPLAY AU-PROGRAMA ": NENHUM OPERADOR CADASTRADO"
           END-IF.

           GOBACK.

       VERIFICAR-CADASTRO-VAZIO.
           MOVE LOW-VALUES TO OD-CODIGO.
           START OPERADORES KEY IS NOT LESS THAN OD-CODIGO
               INVALID KEY SET AU-CADASTRO-VAZIO TO TRUE
           END-START.

       TENTAR-ENTRADA.
           ADD 1 TO WS-TENTATIVA.
           DISPLAY " ".
           DISPLAY "==== IDENTIFICACAO DO OPERADOR ====".
           DISPLAY "OPERADOR: ".
           ACCEPT WS-CODIGO-ENTRADA.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA-ENTRADA.

           MOVE WS-CODIGO-ENTRADA TO OD-CODIGO.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
                   MOVE "FALHA" TO WS-AUD-OPERACAO
                   MOVE "DESCONHECIDO" TO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
               NOT INVALID KEY
                   PERFORM CONFERIR-SENHA
           END-READ.

      * A blocked operator gets no further attempts this session -
      * the answer would be the same however often it is asked.
       CONFERIR-SENHA.
           IF OD-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR"
               MOVE WS-MAX-TENTATIVAS TO WS-TENTATIVA
           ELSE
               MOVE WS-SENHA-ENTRADA TO WS-SENHA-NOVA
               PERFORM CALCULAR-HASH-SENHA
               IF WS-HASH-CALCULADO = OD-SENHA-HASH
                   PERFORM ACEITAR-ENTRADA
               ELSE
                   PERFORM REGISTRAR-FALHA
               END-IF
           END-IF.

       REGISTRAR-FALHA.
           DISPLAY "OPERADOR OU SENHA INVALIDOS".
           ADD 1 TO OD-TENTATIVAS.
           MOVE "FALHA" TO WS-AUD-OPERACAO.
           MOVE "SENHA" TO WS-AUD-DEPOIS.
           PERFORM REGISTRAR-AUDITORIA.
           IF OD-TENTATIVAS >= WS-MAX-TENTATIVAS
               SET OD-BLOQUEADO TO TRUE
               DISPLAY "OPERADOR BLOQUEADO APOS " WS-MAX-TENTATIVAS
                       " TENTATIVAS - PROCURE UM SUPERVISOR"
               MOVE "BLOQUEIO" TO WS-AUD-OPERACAO
               MOVE "ATIVO" TO WS-AUD-ANTES
               MOVE "BLOQUEADO" TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA
               MOVE WS-MAX-TENTATIVAS TO WS-TENTATIVA
           END-IF.
           REWRITE OD-OPERADOR
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO: " OD-CODIGO
           END-REWRITE.

       ACEITAR-ENTRADA.
           MOVE "S" TO WS-TROCA-SENHA-OK.
           IF OD-DEVE-TROCAR-SENHA
               PERFORM TROCAR-SENHA
           END-IF.

           IF NOT WS-SENHA-TROCADA
               MOVE WS-MAX-TENTATIVAS TO WS-TENTATIVA
           ELSE
               MOVE 0 TO OD-TENTATIVAS
               MOVE FUNCTION CURRENT-DATE(1:8) TO OD-ULTIMO-ACESSO
               REWRITE OD-OPERADOR
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO: " OD-CODIGO
               END-REWRITE
               MOVE OD-CODIGO  TO AU-OPERADOR
               MOVE OD-NOME    TO AU-NOME
               MOVE OD-PERFIL  TO AU-PERFIL
               MOVE OD-CODFUNC TO AU-CODFUNC
               SET AU-AUTENTICADO TO TRUE
               DISPLAY "OPERADOR " OD-CODIGO " - " OD-NOME
                       " - PERFIL " OD-PERFIL
               MOVE "SIGNON" TO WS-AUD-OPERACAO
               MOVE OD-PERFIL TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

      * A supervisor-set password is provisional: the operator picks
      * a new one, typed twice, before anything else - so nobody
      * but the operator ever knows the password in use.
       TROCAR-SENHA.
           MOVE "N" TO WS-TROCA-SENHA-OK.
           DISPLAY "SENHA PROVISORIA - INFORME A NOVA SENHA".
           ACCEPT WS-SENHA-NOVA.
           DISPLAY "CONFIRME A NOVA SENHA".
           ACCEPT WS-SENHA-CONFIRMA.
           IF WS-SENHA-NOVA = SPACES
              OR WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
              OR WS-SENHA-NOVA = WS-SENHA-ENTRADA
               DISPLAY "NOVA SENHA RECUSADA - EM BRANCO, IGUAL A "
                       "PROVISORIA OU NAO CONFERE"
           ELSE
               PERFORM CALCULAR-HASH-SENHA
               MOVE WS-HASH-CALCULADO TO OD-SENHA-HASH
               MOVE "N" TO OD-TROCA-SENHA
               MOVE "S" TO WS-TROCA-SENHA-OK
               MOVE "TROCASENHA" TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

      * Digest of WS-SENHA-NOVA seeded by the digest of the operator
      * code - the same two steps cadastro/operador.cob takes when a
      * supervisor sets a password.
       CALCULAR-HASH-SENHA.
           MOVE 0 TO CH-SEMENTE.
           MOVE 8 TO CH-TAMANHO.
           MOVE OD-CODIGO TO CH-TEXTO.
           CALL "CALC-HASH" USING CH-PARAMETROS.
           MOVE CH-HASH TO CH-SEMENTE.
           MOVE 20 TO CH-TAMANHO.
           MOVE WS-SENHA-NOVA TO CH-TEXTO.
           CALL "CALC-HASH" USING CH-PARAMETROS.
           MOVE CH-HASH TO WS-HASH-CALCULADO.

      * One image per sign-on event, under the calling program and
      * the operator code as typed. Caller sets WS-AUD-OPERACAO and
      * WS-AUD-DEPOIS; WS-AUD-ANTES is cleared after each image.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP
           MOVE AU-PROGRAMA       TO AT-PROGRAMA
           MOVE WS-AUD-OPERACAO   TO AT-OPERACAO
           MOVE "OPERADOR"        TO AT-CAMPO
           MOVE WS-AUD-ANTES      TO AT-VALOR-ANTES
           MOVE WS-AUD-DEPOIS     TO AT-VALOR-DEPOIS
           MOVE WS-CODIGO-ENTRADA TO AT-OPERADOR
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.
           MOVE SPACES TO WS-AUD-ANTES.

       END PROGRAM AUTENTICAR-OPERADOR.
