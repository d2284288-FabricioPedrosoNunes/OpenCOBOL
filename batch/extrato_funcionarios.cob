       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-FUNCIONARIOS.

      * Parameter-driven selection extract from FUNCIONARIO-MASTER to
      * a delimited file with a header row - the answer to the weekly
      * "all ATIVO in department X admitted after Y earning above Z"
      * asks that used to become one-off programs. The request file
      * (EXTRATO-PEDIDO, default data/extrato-pedido.dat) carries one
      * line per directive, in the layout of PX-PEDIDO below:
      *   S <operator code>              who asked - required, once
      *   C <field>                      a column, in output order
      *   F <field> <op> <value>         a filter; all must hold
      * A field is any FM- field, named with or without the FM-
      * prefix, or IDADE / TEMPO-CASA computed by CALC-IDADE-TEMPO;
      * op is EQ NE GT GE LT LE; dates are AAAAMMDD and money is
      * written with a decimal point. The catalogue below names
      * the perfis that see each field in clear: anyone else gets
      * the keep-last-4 rule PROG24's MASCARAR-CAMPO proves out on
      * text fields and the whole value starred on numbers and
      * dates - the requester's perfil is read from the operator
      * master, and an unknown or blocked requester gets nothing.
      * Filters always see the clear value. The extract goes to
      * data/extrato-AAAAMMDDHHMMSS.csv, separated by
      * EXTRATO-DELIMITADOR (default ;), and each run leaves one
      * image on the audit trail naming the requester, the file and
      * how many employees went out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT PEDIDO-EXTRATO ASSIGN DYNAMIC WS-ARQUIVO-PEDIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO.

           SELECT OPERADORES ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OD-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT EXTRATO-SAIDA ASSIGN DYNAMIC WS-ARQUIVO-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

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

       FD  PEDIDO-EXTRATO.
       01  PX-PEDIDO.
           05 PX-TIPO     PIC X(1).
              88 PX-SOLICITANTE VALUE "S".
              88 PX-COLUNA      VALUE "C".
              88 PX-FILTRO      VALUE "F".
              88 PX-COMENTARIO  VALUE "*" " ".
           05 FILLER      PIC X(1).
           05 PX-CAMPO    PIC X(22).
           05 FILLER      PIC X(1).
           05 PX-OPERADOR PIC X(2).
           05 FILLER      PIC X(1).
           05 PX-VALOR    PIC X(30).

       FD  OPERADORES.
       COPY OPERADOR.

       FD  EXTRATO-SAIDA.
       01  EXTRATO-LINHA PIC X(600).

       WORKING-STORAGE SECTION.

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK  VALUE "00".
           88 WS-MASTER-EOF VALUE "10".

       01  WS-FS-PEDIDO PIC XX.
           88 WS-PEDIDO-OK  VALUE "00".
           88 WS-PEDIDO-EOF VALUE "10".

       01  WS-FS-OPERADOR PIC XX.
           88 WS-OPERADOR-OK VALUE "00".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-ARQUIVO-PEDIDO PIC X(40).
       01  WS-ARQUIVO-SAIDA  PIC X(40).
       01  WS-DELIMITADOR    PIC X(1).
       01  WS-CARIMBO        PIC X(14).

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

      * Age and tenure of the employee in hand.
       COPY CALCIDADE.

      * Field catalogue - name, kind (T text, I integer, D date
      * AAAAMMDD, V money) and the perfis that see it in clear. The
      * position in the table is the field number OBTER-VALOR-CAMPO
      * evaluates on.
       01  WS-CATALOGO-VALORES.
           05 FILLER PIC X(25) VALUE "CODFUNC             IRASC".
           05 FILLER PIC X(25) VALUE "NOME                TRASC".
           05 FILLER PIC X(25) VALUE "DATA-NASCIMENTO     DRS  ".
           05 FILLER PIC X(25) VALUE "DATA-ADMISSAO       DRASC".
           05 FILLER PIC X(25) VALUE "DEPARTAMENTO        TRASC".
           05 FILLER PIC X(25) VALUE "CEP                 TRS  ".
           05 FILLER PIC X(25) VALUE "RUA                 TRS  ".
           05 FILLER PIC X(25) VALUE "NUMEROENDERECO      IRS  ".
           05 FILLER PIC X(25) VALUE "COMPLEMENTO         TRS  ".
           05 FILLER PIC X(25) VALUE "CIDADE              TRASC".
           05 FILLER PIC X(25) VALUE "ESTADO              TRASC".
           05 FILLER PIC X(25) VALUE "DDD                 IRS  ".
           05 FILLER PIC X(25) VALUE "NUMEROTELEFONE      TRS  ".
           05 FILLER PIC X(25) VALUE "OPERADORA           TRASC".
           05 FILLER PIC X(25) VALUE "SALARIO             VAS  ".
           05 FILLER PIC X(25) VALUE "STATUS              TRASC".
           05 FILLER PIC X(25) VALUE "STATUS-DATA-EFETIVA DRASC".
           05 FILLER PIC X(25) VALUE "EMPRESA             IRASC".
           05 FILLER PIC X(25) VALUE "CARGO               IRASC".
           05 FILLER PIC X(25) VALUE "TIPO-CONTRATO       TRASC".
           05 FILLER PIC X(25) VALUE "IDADE               IRASC".
           05 FILLER PIC X(25) VALUE "TEMPO-CASA          IRASC".
       01  WS-CATALOGO REDEFINES WS-CATALOGO-VALORES.
           05 WS-CT-ITEM OCCURS 22 TIMES INDEXED BY CT-IDX.
              10 WS-CT-NOME   PIC X(20).
              10 WS-CT-TIPO   PIC X(1).
                 88 WS-CT-TEXTO VALUE "T".
                 88 WS-CT-VALOR VALUE "V".
              10 WS-CT-PERFIS PIC X(4).
       01  WS-QTD-CATALOGO PIC 9(2) VALUE 22.

      * The request as read.
       01  WS-SOLICITANTE PIC X(8) VALUE SPACES.
       01  WS-PERFIL-SOLICITANTE PIC X(1) VALUE SPACE.

       01  WS-QTD-COLUNAS PIC 9(2) VALUE 0.
       01  WS-COLUNAS-TABELA.
           05 WS-CL-ITEM OCCURS 30 TIMES INDEXED BY CL-IDX.
              10 WS-CL-CAMPO  PIC 9(2).
              10 WS-CL-CLARO  PIC X(1).
                 88 WS-CL-EM-CLARO VALUE "S".

       01  WS-QTD-FILTROS PIC 9(2) VALUE 0.
       01  WS-FILTROS-TABELA.
           05 WS-FL-ITEM OCCURS 20 TIMES INDEXED BY FL-IDX.
              10 WS-FL-CAMPO    PIC 9(2).
              10 WS-FL-OPERADOR PIC X(2).
              10 WS-FL-TEXTO    PIC X(30).
              10 WS-FL-NUMERO   PIC S9(9)V9(2).

       01  WS-PEDIDO-VALIDO PIC X VALUE "S".
           88 WS-PEDIDO-ACEITO VALUE "S".
       01  WS-QTD-LINHAS-PEDIDO PIC 9(4) VALUE 0.

       01  WS-NOME-CAMPO PIC X(22).
       01  WS-CAMPO-NUM  PIC 9(2).
       01  WS-OPERADOR-OK-SW PIC X.
           88 WS-OPERADOR-VALIDO VALUE "S".

      * Value of one field of the employee in hand - text as it goes
      * to the file, number for the comparisons.
       01  WS-VALOR-TEXTO  PIC X(30).
       01  WS-VALOR-NUMERO PIC S9(9)V9(2).
       01  WS-E-INTEIRO    PIC Z(8)9.
       01  WS-E-VALOR      PIC Z(6)9.99.

       01  WS-SELECIONADO PIC X.
           88 WS-FUNC-SELECIONADO VALUE "S".
       01  WS-CONDICAO PIC X.
           88 WS-CONDICAO-ATENDIDA VALUE "S".

       01  WS-POSICAO PIC 9(4).
       01  WS-TAMANHO PIC 9(2).

      * Reusable field-masking working storage - the keep-last-4
      * redaction PROG24's MASCARAR-CAMPO applies to CPFs and
      * account numbers, here against the extract columns.
       01  WS-CAMPO-SENSIVEL   PIC X(30).
       01  WS-CAMPO-TAMANHO    PIC 99.
       01  WS-CAMPO-MASCARADO  PIC X(30).
       01  WS-QTD-MASCARAR     PIC 99.
       01  WS-MASC-IDX         PIC 99.

       01  WS-QTD-LIDOS    PIC 9(6) VALUE 0.
       01  WS-QTD-GRAVADOS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CARIMBO.

           MOVE "EXTRATO-PEDIDO" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           IF OP-VALOR = SPACES
               MOVE "data/extrato-pedido.dat" TO WS-ARQUIVO-PEDIDO
           ELSE
               MOVE OP-VALOR TO WS-ARQUIVO-PEDIDO
           END-IF.

           MOVE "EXTRATO-DELIMITADOR" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           IF OP-VALOR = SPACES
               MOVE ";" TO WS-DELIMITADOR
           ELSE
               MOVE OP-VALOR(1:1) TO WS-DELIMITADOR
           END-IF.

           PERFORM LER-PEDIDO.
           IF WS-PEDIDO-ACEITO
               PERFORM IDENTIFICAR-SOLICITANTE
           END-IF.
           IF NOT WS-PEDIDO-ACEITO
               DISPLAY "EXTRATO-FUNCIONARIOS: PEDIDO RECUSADO - "
                       "NADA EXTRAIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "EXTRATO-FUNCIONARIOS: ERRO ABRINDO MASTER - "
                       WS-FS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-ARQUIVO-SAIDA.
           STRING "data/extrato-" WS-CARIMBO ".csv"
               DELIMITED BY SIZE INTO WS-ARQUIVO-SAIDA.
           OPEN OUTPUT EXTRATO-SAIDA.
           IF NOT WS-SAIDA-OK
               DISPLAY "EXTRATO-FUNCIONARIOS: ERRO ABRINDO SAIDA - "
                       WS-FS-SAIDA
               CLOSE FUNCIONARIO-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM GRAVAR-CABECALHO.

           PERFORM UNTIL WS-MASTER-EOF
               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM AVALIAR-FUNCIONARIO
               END-READ
           END-PERFORM.

           CLOSE FUNCIONARIO-MASTER.
           CLOSE EXTRATO-SAIDA.

           PERFORM REGISTRAR-AUDITORIA-EXTRATO.

           DISPLAY "EXTRATO-FUNCIONARIOS: " WS-QTD-GRAVADOS " DE "
                   WS-QTD-LIDOS " FUNCIONARIOS EM " WS-ARQUIVO-SAIDA.

           STOP RUN.

      * The whole request is checked before the master is touched -
      * one bad line refuses the extract, so nobody receives a file
      * that silently ignored half of what they asked for.
       LER-PEDIDO.
           OPEN INPUT PEDIDO-EXTRATO.
           IF NOT WS-PEDIDO-OK
               DISPLAY "EXTRATO-FUNCIONARIOS: ERRO ABRINDO PEDIDO "
                       WS-ARQUIVO-PEDIDO " - " WS-FS-PEDIDO
               MOVE "N" TO WS-PEDIDO-VALIDO
           ELSE
               PERFORM UNTIL WS-PEDIDO-EOF
                   READ PEDIDO-EXTRATO
                       AT END SET WS-PEDIDO-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-LINHAS-PEDIDO
                           PERFORM TRATAR-LINHA-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE PEDIDO-EXTRATO

               IF WS-SOLICITANTE = SPACES
                   DISPLAY "PEDIDO SEM SOLICITANTE (LINHA S)"
                   MOVE "N" TO WS-PEDIDO-VALIDO
               END-IF
               IF WS-QTD-COLUNAS = 0
                   DISPLAY "PEDIDO SEM COLUNAS (LINHAS C)"
                   MOVE "N" TO WS-PEDIDO-VALIDO
               END-IF
           END-IF.

       TRATAR-LINHA-PEDIDO.
           EVALUATE TRUE
               WHEN PX-COMENTARIO
                   CONTINUE
               WHEN PX-SOLICITANTE
                   MOVE PX-CAMPO(1:8) TO WS-SOLICITANTE
               WHEN PX-COLUNA
                   PERFORM TRATAR-COLUNA
               WHEN PX-FILTRO
                   PERFORM TRATAR-FILTRO
               WHEN OTHER
                   DISPLAY "LINHA " WS-QTD-LINHAS-PEDIDO
                           " - TIPO INVALIDO: " PX-TIPO
                   MOVE "N" TO WS-PEDIDO-VALIDO
           END-EVALUATE.

       TRATAR-COLUNA.
           PERFORM LOCALIZAR-CAMPO.
           IF WS-CAMPO-NUM = 0
               DISPLAY "LINHA " WS-QTD-LINHAS-PEDIDO
                       " - CAMPO DESCONHECIDO: " PX-CAMPO
               MOVE "N" TO WS-PEDIDO-VALIDO
           ELSE
               IF WS-QTD-COLUNAS >= 30
                   DISPLAY "LINHA " WS-QTD-LINHAS-PEDIDO
                           " - MAIS DE 30 COLUNAS"
                   MOVE "N" TO WS-PEDIDO-VALIDO
               ELSE
                   ADD 1 TO WS-QTD-COLUNAS
                   SET CL-IDX TO WS-QTD-COLUNAS
                   MOVE WS-CAMPO-NUM TO WS-CL-CAMPO(CL-IDX)
                   MOVE "N" TO WS-CL-CLARO(CL-IDX)
               END-IF
           END-IF.

       TRATAR-FILTRO.
           PERFORM LOCALIZAR-CAMPO.
           MOVE "N" TO WS-OPERADOR-OK-SW.
           IF PX-OPERADOR = "EQ" OR "NE" OR "GT" OR "GE" OR "LT"
                   OR "LE"
               MOVE "S" TO WS-OPERADOR-OK-SW
           END-IF.
           EVALUATE TRUE
               WHEN WS-CAMPO-NUM = 0
                   DISPLAY "LINHA " WS-QTD-LINHAS-PEDIDO
                           " - CAMPO DESCONHECIDO: " PX-CAMPO
                   MOVE "N" TO WS-PEDIDO-VALIDO
               WHEN NOT WS-OPERADOR-VALIDO
                   DISPLAY "LINHA " WS-QTD-LINHAS-PEDIDO
                           " - OPERADOR INVALIDO: " PX-OPERADOR
                   MOVE "N" TO WS-PEDIDO-VALIDO
               WHEN WS-QTD-FILTROS >= 20
                   DISPLAY "LINHA " WS-QTD-LINHAS-PEDIDO
                           " - MAIS DE 20 FILTROS"
                   MOVE "N" TO WS-PEDIDO-VALIDO
               WHEN OTHER
                   ADD 1 TO WS-QTD-FILTROS
                   SET FL-IDX TO WS-QTD-FILTROS
                   MOVE WS-CAMPO-NUM TO WS-FL-CAMPO(FL-IDX)
                   MOVE PX-OPERADOR  TO WS-FL-OPERADOR(FL-IDX)
                   MOVE PX-VALOR     TO WS-FL-TEXTO(FL-IDX)
                   MOVE 0 TO WS-FL-NUMERO(FL-IDX)
                   SET CT-IDX TO WS-CAMPO-NUM
                   IF NOT WS-CT-TEXTO(CT-IDX)
                       IF FUNCTION TEST-NUMVAL(PX-VALOR) = 0
                           COMPUTE WS-FL-NUMERO(FL-IDX) =
                               FUNCTION NUMVAL(PX-VALOR)
                       ELSE
                           DISPLAY "LINHA " WS-QTD-LINHAS-PEDIDO
                                   " - VALOR NAO NUMERICO: "
                                   PX-VALOR
                           MOVE "N" TO WS-PEDIDO-VALIDO
                       END-IF
                   END-IF
           END-EVALUATE.

      * Field name to catalogue position, FM- prefix optional; zero
      * when the name is not in the catalogue.
       LOCALIZAR-CAMPO.
           MOVE 0 TO WS-CAMPO-NUM.
           IF PX-CAMPO(1:3) = "FM-"
               MOVE PX-CAMPO(4:) TO WS-NOME-CAMPO
           ELSE
               MOVE PX-CAMPO TO WS-NOME-CAMPO
           END-IF.
           SET CT-IDX TO 1.
           SEARCH WS-CT-ITEM
               AT END CONTINUE
               WHEN WS-CT-NOME(CT-IDX) = WS-NOME-CAMPO
                   SET WS-CAMPO-NUM TO CT-IDX
           END-SEARCH.

      * The requester's perfil decides, column by column, what goes
      * out in clear.
       IDENTIFICAR-SOLICITANTE.
           OPEN INPUT OPERADORES.
           IF NOT WS-OPERADOR-OK
               DISPLAY "EXTRATO-FUNCIONARIOS: ERRO ABRINDO "
                       "OPERADORES - " WS-FS-OPERADOR
               MOVE "N" TO WS-PEDIDO-VALIDO
           ELSE
               MOVE WS-SOLICITANTE TO OD-CODIGO
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "SOLICITANTE NAO CADASTRADO: "
                               WS-SOLICITANTE
                       MOVE "N" TO WS-PEDIDO-VALIDO
                   NOT INVALID KEY
                       IF NOT OD-ATIVO
                           DISPLAY "SOLICITANTE BLOQUEADO: "
                                   WS-SOLICITANTE
                           MOVE "N" TO WS-PEDIDO-VALIDO
                       ELSE
                           MOVE OD-PERFIL TO WS-PERFIL-SOLICITANTE
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.

           IF WS-PEDIDO-ACEITO
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > WS-QTD-COLUNAS
                   SET CT-IDX TO WS-CL-CAMPO(CL-IDX)
                   MOVE 0 TO WS-TAMANHO
                   INSPECT WS-CT-PERFIS(CT-IDX) TALLYING WS-TAMANHO
                       FOR ALL WS-PERFIL-SOLICITANTE
                   IF WS-TAMANHO > 0
                       MOVE "S" TO WS-CL-CLARO(CL-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       GRAVAR-CABECALHO.
           MOVE SPACES TO EXTRATO-LINHA.
           MOVE 1 TO WS-POSICAO.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-QTD-COLUNAS
               IF CL-IDX > 1
                   STRING WS-DELIMITADOR DELIMITED BY SIZE
                       INTO EXTRATO-LINHA WITH POINTER WS-POSICAO
               END-IF
               SET CT-IDX TO WS-CL-CAMPO(CL-IDX)
               STRING WS-CT-NOME(CT-IDX) DELIMITED BY SPACE
                   INTO EXTRATO-LINHA WITH POINTER WS-POSICAO
           END-PERFORM.
           WRITE EXTRATO-LINHA.

       AVALIAR-FUNCIONARIO.
           MOVE FM-DATA-NASCIMENTO TO CD-DATA-NASCIMENTO.
           MOVE FM-DATA-ADMISSAO   TO CD-DATA-ADMISSAO.
           CALL "CALC-IDADE-TEMPO" USING CD-PARAMETROS.

           MOVE "S" TO WS-SELECIONADO.
           PERFORM VARYING FL-IDX FROM 1 BY 1
                   UNTIL FL-IDX > WS-QTD-FILTROS
                      OR NOT WS-FUNC-SELECIONADO
               MOVE WS-FL-CAMPO(FL-IDX) TO WS-CAMPO-NUM
               PERFORM OBTER-VALOR-CAMPO
               PERFORM AVALIAR-FILTRO
               IF NOT WS-CONDICAO-ATENDIDA
                   MOVE "N" TO WS-SELECIONADO
               END-IF
           END-PERFORM.

           IF WS-FUNC-SELECIONADO
               PERFORM GRAVAR-LINHA-EXTRATO
           END-IF.

      * Text compares as written, padded with spaces; every other
      * kind compares by value.
       AVALIAR-FILTRO.
           MOVE "N" TO WS-CONDICAO.
           SET CT-IDX TO WS-FL-CAMPO(FL-IDX).
           IF WS-CT-TEXTO(CT-IDX)
               EVALUATE WS-FL-OPERADOR(FL-IDX)
                   WHEN "EQ"
                       IF WS-VALOR-TEXTO = WS-FL-TEXTO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
                   WHEN "NE"
                       IF WS-VALOR-TEXTO NOT = WS-FL-TEXTO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
                   WHEN "GT"
                       IF WS-VALOR-TEXTO > WS-FL-TEXTO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
                   WHEN "GE"
                       IF WS-VALOR-TEXTO NOT < WS-FL-TEXTO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
                   WHEN "LT"
                       IF WS-VALOR-TEXTO < WS-FL-TEXTO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
                   WHEN "LE"
                       IF WS-VALOR-TEXTO NOT > WS-FL-TEXTO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE WS-FL-OPERADOR(FL-IDX)
                   WHEN "EQ"
                       IF WS-VALOR-NUMERO = WS-FL-NUMERO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
                   WHEN "NE"
                       IF WS-VALOR-NUMERO NOT = WS-FL-NUMERO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
                   WHEN "GT"
                       IF WS-VALOR-NUMERO > WS-FL-NUMERO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
                   WHEN "GE"
                       IF WS-VALOR-NUMERO NOT < WS-FL-NUMERO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
                   WHEN "LT"
                       IF WS-VALOR-NUMERO < WS-FL-NUMERO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
                   WHEN "LE"
                       IF WS-VALOR-NUMERO NOT > WS-FL-NUMERO(FL-IDX)
                           MOVE "S" TO WS-CONDICAO
                       END-IF
               END-EVALUATE
           END-IF.

      * Leaves the field numbered WS-CAMPO-NUM in WS-VALOR-TEXTO (as
      * it goes to the file) and, for every kind but text, in
      * WS-VALOR-NUMERO.
       OBTER-VALOR-CAMPO.
           MOVE SPACES TO WS-VALOR-TEXTO.
           MOVE 0 TO WS-VALOR-NUMERO.
           EVALUATE WS-CAMPO-NUM
               WHEN 1  MOVE FM-CODFUNC TO WS-VALOR-NUMERO
               WHEN 2  MOVE FM-NOME TO WS-VALOR-TEXTO
               WHEN 3  MOVE FM-DATA-NASCIMENTO TO WS-VALOR-NUMERO
               WHEN 4  MOVE FM-DATA-ADMISSAO TO WS-VALOR-NUMERO
               WHEN 5  MOVE FM-DEPARTAMENTO TO WS-VALOR-TEXTO
               WHEN 6  MOVE FM-CEP TO WS-VALOR-TEXTO
               WHEN 7  MOVE FM-RUA TO WS-VALOR-TEXTO
               WHEN 8  MOVE FM-NUMEROENDERECO TO WS-VALOR-NUMERO
               WHEN 9  MOVE FM-COMPLEMENTO TO WS-VALOR-TEXTO
               WHEN 10 MOVE FM-CIDADE TO WS-VALOR-TEXTO
               WHEN 11 MOVE FM-ESTADO TO WS-VALOR-TEXTO
               WHEN 12 MOVE FM-DDD TO WS-VALOR-NUMERO
               WHEN 13 MOVE FM-NUMEROTELEFONE TO WS-VALOR-TEXTO
               WHEN 14 MOVE FM-OPERADORA TO WS-VALOR-TEXTO
               WHEN 15 MOVE FM-SALARIO TO WS-VALOR-NUMERO
               WHEN 16 MOVE FM-STATUS TO WS-VALOR-TEXTO
               WHEN 17 MOVE FM-STATUS-DATA-EFETIVA TO WS-VALOR-NUMERO
               WHEN 18 MOVE FM-EMPRESA TO WS-VALOR-NUMERO
               WHEN 19 MOVE FM-CARGO TO WS-VALOR-NUMERO
               WHEN 20 MOVE FM-TIPO-CONTRATO TO WS-VALOR-TEXTO
               WHEN 21 MOVE CD-IDADE TO WS-VALOR-NUMERO
               WHEN 22 MOVE CD-TEMPO-CASA-ANOS TO WS-VALOR-NUMERO
           END-EVALUATE.

           SET CT-IDX TO WS-CAMPO-NUM.
           EVALUATE TRUE
               WHEN WS-CT-TEXTO(CT-IDX)
                   CONTINUE
               WHEN WS-CT-VALOR(CT-IDX)
                   MOVE WS-VALOR-NUMERO TO WS-E-VALOR
                   MOVE FUNCTION TRIM(WS-E-VALOR) TO WS-VALOR-TEXTO
               WHEN OTHER
                   MOVE WS-VALOR-NUMERO TO WS-E-INTEIRO
                   MOVE FUNCTION TRIM(WS-E-INTEIRO) TO WS-VALOR-TEXTO
           END-EVALUATE.

       GRAVAR-LINHA-EXTRATO.
           MOVE SPACES TO EXTRATO-LINHA.
           MOVE 1 TO WS-POSICAO.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-QTD-COLUNAS
               IF CL-IDX > 1
                   STRING WS-DELIMITADOR DELIMITED BY SIZE
                       INTO EXTRATO-LINHA WITH POINTER WS-POSICAO
               END-IF
               MOVE WS-CL-CAMPO(CL-IDX) TO WS-CAMPO-NUM
               PERFORM OBTER-VALOR-CAMPO
               IF NOT WS-CL-EM-CLARO(CL-IDX)
                   PERFORM MASCARAR-VALOR
               END-IF
               IF WS-VALOR-TEXTO NOT = SPACES
                   STRING FUNCTION TRIM(WS-VALOR-TEXTO)
                       DELIMITED BY SIZE
                       INTO EXTRATO-LINHA WITH POINTER WS-POSICAO
               END-IF
           END-PERFORM.
           WRITE EXTRATO-LINHA.
           ADD 1 TO WS-QTD-GRAVADOS.

      * Text keeps its last 4 characters; a number or a date starred
      * whole, since its last digits are the telling ones.
       MASCARAR-VALOR.
           IF WS-VALOR-TEXTO NOT = SPACES
               MOVE FUNCTION TRIM(WS-VALOR-TEXTO) TO WS-CAMPO-SENSIVEL
               COMPUTE WS-CAMPO-TAMANHO = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-VALOR-TEXTO))
               SET CT-IDX TO WS-CAMPO-NUM
               IF WS-CT-TEXTO(CT-IDX)
                   PERFORM MASCARAR-CAMPO
               ELSE
                   MOVE SPACES TO WS-CAMPO-MASCARADO
                   MOVE ALL "*"
                       TO WS-CAMPO-MASCARADO(1:WS-CAMPO-TAMANHO)
               END-IF
               MOVE WS-CAMPO-MASCARADO TO WS-VALOR-TEXTO
           END-IF.

      * Redacts all but the last 4 characters of WS-CAMPO-SENSIVEL
      * (first WS-CAMPO-TAMANHO characters) with '*' - the same
      * keep-last-4 rule PROG24 applies to CPF/account numbers.
       MASCARAR-CAMPO.
           MOVE SPACES TO WS-CAMPO-MASCARADO.
           IF WS-CAMPO-TAMANHO <= 4
               MOVE WS-CAMPO-SENSIVEL(1:WS-CAMPO-TAMANHO)
                   TO WS-CAMPO-MASCARADO(1:WS-CAMPO-TAMANHO)
           ELSE
               COMPUTE WS-QTD-MASCARAR = WS-CAMPO-TAMANHO - 4
               PERFORM VARYING WS-MASC-IDX FROM 1 BY 1
                       UNTIL WS-MASC-IDX > WS-QTD-MASCARAR
                   MOVE "*" TO WS-CAMPO-MASCARADO(WS-MASC-IDX:1)
               END-PERFORM
               MOVE WS-CAMPO-SENSIVEL(WS-QTD-MASCARAR + 1:4)
                   TO WS-CAMPO-MASCARADO(WS-QTD-MASCARAR + 1:4)
           END-IF.

      * Who took what - the line an LGPD audit reads back.
       REGISTRAR-AUDITORIA-EXTRATO.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE "EXTRATO"  TO AT-PROGRAMA.
           MOVE "EXTRATO"  TO AT-OPERACAO.
           MOVE "FUNCIONARIO" TO AT-CAMPO.
           MOVE WS-SOLICITANTE TO AT-VALOR-ANTES.
           MOVE SPACES TO AT-VALOR-DEPOIS.
           STRING WS-CARIMBO " " WS-QTD-GRAVADOS " REGS"
               DELIMITED BY SIZE INTO AT-VALOR-DEPOIS.
           MOVE "BATCH" TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM EXTRATO-FUNCIONARIOS.
