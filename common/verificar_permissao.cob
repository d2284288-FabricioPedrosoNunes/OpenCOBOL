       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-PERMISSAO.

      * Shared per-option permission check, CALLed by every cadastro
      * program and PROG31 before a menu option runs. The caller
      * states the perfis its own default allows on the option; a
      * record for the program and option on the override file
      * (data/permissoes.dat, copybooks/PERMISSAO.cpy) replaces
      * that default. The signed-on perfil either appears in the
      * allowed list or the option is refused - on screen and on
      * the audit trail, so an operator probing options leaves a
      * record of it. With no override file on hand every program
      * runs on its defaults.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMISSOES ASSIGN TO "data/permissoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CHAVE
               FILE STATUS IS WS-FS-PERMISSOES.

       DATA DIVISION.

       FILE SECTION.
       FD  PERMISSOES.
       COPY PERMISSAO.

       WORKING-STORAGE SECTION.

       01  WS-FS-PERMISSOES PIC XX.
           88 WS-PERMISSOES-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

      * File opened on the first CALL and kept open for the run
      * unit, the same device OBTER-PARAMETRO uses.
       01  WS-ARQUIVO-ABERTO PIC X VALUE "N".
           88 WS-JA-ABRIU VALUE "S".
       01  WS-ARQUIVO-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-ARQUIVO VALUE "S".

       01  WS-PERFIS-VALIDOS PIC X(4).
       01  WS-QTD-ACHADOS    PIC 9(1).

       LINKAGE SECTION.
       COPY VERIFPERM.

       PROCEDURE DIVISION USING VP-PARAMETROS.

       MAIN-PROCEDURE.
           IF NOT WS-JA-ABRIU
               PERFORM ABRIR-PERMISSOES
           END-IF.

           MOVE VP-PERFIS-PADRAO TO WS-PERFIS-VALIDOS.
           IF WS-HA-ARQUIVO
               MOVE VP-PROGRAMA TO PP-PROGRAMA
               MOVE VP-OPCAO    TO PP-OPCAO
               READ PERMISSOES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PP-PERFIS TO WS-PERFIS-VALIDOS
               END-READ
           END-IF.

           MOVE 0 TO WS-QTD-ACHADOS.
           IF VP-PERFIL NOT = SPACE
               INSPECT WS-PERFIS-VALIDOS TALLYING WS-QTD-ACHADOS
                   FOR ALL VP-PERFIL
           END-IF.

           IF WS-QTD-ACHADOS > 0
               SET VP-PERMITIDO TO TRUE
           ELSE
               SET VP-NEGADO TO TRUE
               DISPLAY "OPCAO " VP-OPCAO " NAO PERMITIDA PARA O "
                       "PERFIL " VP-PERFIL " DO OPERADOR "
                       VP-OPERADOR
               PERFORM REGISTRAR-NEGATIVA
           END-IF.

           GOBACK.

       ABRIR-PERMISSOES.
           MOVE "S" TO WS-ARQUIVO-ABERTO.
           OPEN INPUT PERMISSOES.
           IF WS-PERMISSOES-OK
               MOVE "S" TO WS-ARQUIVO-DISPONIVEL
           END-IF.

       REGISTRAR-NEGATIVA.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP
           MOVE VP-PROGRAMA TO AT-PROGRAMA
           MOVE "NEGADO"    TO AT-OPERACAO
           MOVE "OPCAO"     TO AT-CAMPO
           MOVE VP-OPCAO    TO AT-VALOR-ANTES
           MOVE VP-PERFIL   TO AT-VALOR-DEPOIS
           MOVE VP-OPERADOR TO AT-OPERADOR
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM VERIFICAR-PERMISSAO.
