       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPARENCIA-SALARIAL.

      * Semiannual pay transparency report (Lei 14.611, igualdade
      * salarial): joins PESSOA-MASTER (PM-SEXO, kept by PROG31) to
      * FUNCIONARIO-MASTER on PM-COD/FM-CODFUNC and, per company,
      * cargo and department, prints the headcount and the average
      * and median FM-SALARIO of men and of women and the gap
      *     (men - women) / men * 100
      * on both figures - positive when women are paid less. The
      * population is everyone not DESLIGADO on the day of the run.
      * A group where either sex has fewer than TRANSPARENCIA-MINIMO
      * employees (default 3) is printed with its headcount only -
      * a figure over one or two people is their salary. Employees
      * with no PESSOA record or no sex informed are left out and
      * counted at the end, so the cleanup list is on the same page.
      * Sorted by company, cargo, department, sex and salary, so
      * each group's salaries arrive in order and the median falls
      * out of the control break.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT PESSOA-MASTER ASSIGN TO "data/pessoa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-FS-PESSOA.

           SELECT CARGO-MASTER ASSIGN TO "data/cargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WS-FS-CARGOS.

           SELECT SORT-WORK ASSIGN TO "sortwk8".

           SELECT RELATORIO-SAIDA ASSIGN TO
                   "data/transparencia-salarial.lst"
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
              88 PM-SEXO-INFORMADO VALUE "M" "F".

       FD  CARGO-MASTER.
       COPY CARGO.

       SD  SORT-WORK.
       01  SD-SALARIO-REG.
           05 SD-EMPRESA      PIC 9(3).
           05 SD-CARGO        PIC 9(4).
           05 SD-DEPARTAMENTO PIC X(15).
           05 SD-SEXO         PIC X(1).
           05 SD-SALARIO      PIC 9(7)V9(2).

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK  VALUE "00".
           88 WS-MASTER-EOF VALUE "10".

       01  WS-FS-PESSOA PIC XX.
           88 WS-PESSOA-OK VALUE "00".

       01  WS-FS-CARGOS PIC XX.
           88 WS-CARGOS-OK VALUE "00".

       01  WS-CARGOS-ABERTO PIC X VALUE "N".
           88 WS-TEM-CARGOS VALUE "S".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-SORT-STATUS PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "S".

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-MINIMO-GRUPO PIC 9(3) VALUE 3.

      * Group in the control break.
       01  WS-GRUPO-ATUAL.
           05 WS-GR-EMPRESA      PIC 9(3).
           05 WS-GR-CARGO        PIC 9(4).
           05 WS-GR-DEPARTAMENTO PIC X(15).
       01  WS-GRUPO-LIDO.
           05 WS-GL-EMPRESA      PIC 9(3).
           05 WS-GL-CARGO        PIC 9(4).
           05 WS-GL-DEPARTAMENTO PIC X(15).
       01  WS-EMPRESA-ATUAL PIC 9(3) VALUE 0.
       01  WS-EMPRESA-ABERTA PIC X VALUE "N".
           88 WS-HA-EMPRESA VALUE "S".

      * Salaries of the group, per sex, in ascending order as the
      * sort delivers them - index 1 men, 2 women.
       01  WS-SEXO-IDX PIC 9.
       01  WS-SALARIOS-GRUPO.
           05 WS-SG-SEXO OCCURS 2 TIMES.
              10 WS-SG-QTD   PIC 9(5).
              10 WS-SG-SOMA  PIC 9(11)V9(2).
              10 WS-SG-SALARIO PIC 9(7)V9(2) OCCURS 5000 TIMES.

      * Company totals - headcount and average only; the median of
      * a whole company is not what the law asks per group.
       01  WS-TOTAIS-EMPRESA.
           05 WS-TE-SEXO OCCURS 2 TIMES.
              10 WS-TE-QTD  PIC 9(6).
              10 WS-TE-SOMA PIC 9(11)V9(2).

       01  WS-RESULTADOS.
           05 WS-MEDIA     PIC 9(7)V9(2) OCCURS 2 TIMES.
           05 WS-MEDIANA   PIC 9(7)V9(2) OCCURS 2 TIMES.
       01  WS-MEIO      PIC 9(5).
       01  WS-DIFERENCA PIC S9(3)V9(2).

       01  WS-QTD-FUNCIONARIOS  PIC 9(6) VALUE 0.
       01  WS-QTD-INCLUIDOS     PIC 9(6) VALUE 0.
       01  WS-QTD-SEM-PESSOA    PIC 9(6) VALUE 0.
       01  WS-QTD-SEM-SEXO      PIC 9(6) VALUE 0.
       01  WS-QTD-GRUPOS        PIC 9(5) VALUE 0.
       01  WS-QTD-SUPRIMIDOS    PIC 9(5) VALUE 0.

       01  WS-LINHA-TITULOS.
           05 FILLER PIC X(42) VALUE
              "CARG TITULO               DEPARTAMENTO".
           05 FILLER PIC X(29) VALUE
              "QTDM    MEDIA-M  MEDIANA-M   ".
           05 FILLER PIC X(27) VALUE
              "QTDF    MEDIA-F  MEDIANA-F ".
           05 FILLER PIC X(16) VALUE
              "DIF.MED  DIF.MDN".

       01  WS-LINHA-GRUPO.
           05 WS-L-CARGO     PIC 9(4).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-TITULO    PIC X(20).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-DEPTO     PIC X(15).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-QTD-M     PIC ZZZ9.
           05 WS-L-VALORES.
              10 FILLER         PIC X(1) VALUE SPACE.
              10 WS-L-MEDIA-M   PIC Z(6)9.99.
              10 FILLER         PIC X(1) VALUE SPACE.
              10 WS-L-MEDIANA-M PIC Z(6)9.99.
              10 FILLER         PIC X(3) VALUE SPACES.
              10 WS-L-QTD-F-V   PIC ZZZ9.
              10 FILLER         PIC X(1) VALUE SPACE.
              10 WS-L-MEDIA-F   PIC Z(6)9.99.
              10 FILLER         PIC X(1) VALUE SPACE.
              10 WS-L-MEDIANA-F PIC Z(6)9.99.
              10 FILLER         PIC X(1) VALUE SPACE.
              10 WS-L-DIF-MEDIA PIC -ZZ9.99.
              10 FILLER         PIC X(2) VALUE "% ".
              10 WS-L-DIF-MEDIANA PIC -ZZ9.99.
              10 FILLER         PIC X(1) VALUE "%".
           05 WS-L-SUPRESSAO REDEFINES WS-L-VALORES.
              10 FILLER         PIC X(25).
              10 WS-L-QTD-F-S   PIC ZZZ9.
              10 FILLER         PIC X(2).
              10 WS-L-AVISO     PIC X(38).

       01  WS-LINHA-EMPRESA.
           05 FILLER        PIC X(17) VALUE "TOTAL DA EMPRESA ".
           05 WS-E-EMPRESA  PIC 9(3).
           05 FILLER        PIC X(5) VALUE "  M: ".
           05 WS-E-QTD-M    PIC ZZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-E-MEDIA-M  PIC Z(6)9.99.
           05 FILLER        PIC X(5) VALUE "  F: ".
           05 WS-E-QTD-F    PIC ZZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-E-MEDIA-F  PIC Z(6)9.99.
           05 FILLER        PIC X(7) VALUE "  DIF: ".
           05 WS-E-DIF      PIC -ZZ9.99.
           05 FILLER        PIC X(1) VALUE "%".

       01  WS-LINHA-RESUMO.
           05 WS-R-ROTULO PIC X(40).
           05 WS-R-QTD    PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE "TRANSPARENCIA-MINIMO" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           IF OP-VALOR NOT = SPACES
               MOVE FUNCTION NUMVAL(OP-VALOR) TO WS-MINIMO-GRUPO
           END-IF.

           OPEN OUTPUT RELATORIO-SAIDA.
           IF NOT WS-SAIDA-OK
               DISPLAY "TRANSPARENCIA-SALARIAL: ERRO ABRINDO SAIDA - "
                       WS-FS-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "RELATORIO DE TRANSPARENCIA SALARIAL (LEI 14.611) "
               "- POSICAO EM " FUNCTION CURRENT-DATE(1:8)
               " - GRUPOS COM MENOS DE " WS-MINIMO-GRUPO
               " POR SEXO SUPRIMIDOS"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           SORT SORT-WORK
               ON ASCENDING KEY SD-EMPRESA SD-CARGO SD-DEPARTAMENTO
                                SD-SEXO SD-SALARIO
               INPUT PROCEDURE IS CARREGAR-SALARIOS
               OUTPUT PROCEDURE IS AGRUPAR-SALARIOS.

           PERFORM IMPRIMIR-RESUMO.

           CLOSE RELATORIO-SAIDA.

           DISPLAY "TRANSPARENCIA-SALARIAL: " WS-QTD-GRUPOS
                   " GRUPOS, " WS-QTD-SUPRIMIDOS " SUPRIMIDOS".

           STOP RUN.

       CARREGAR-SALARIOS.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "TRANSPARENCIA-SALARIAL: ERRO ABRINDO MASTER - "
                       WS-FS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PESSOA-MASTER.
           IF NOT WS-PESSOA-OK
               DISPLAY "TRANSPARENCIA-SALARIAL: ERRO ABRINDO PESSOA - "
                       WS-FS-PESSOA
               CLOSE FUNCIONARIO-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF
               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF NOT FM-STATUS-DESLIGADO
                           ADD 1 TO WS-QTD-FUNCIONARIOS
                           PERFORM LIBERAR-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FUNCIONARIO-MASTER.
           CLOSE PESSOA-MASTER.

       LIBERAR-FUNCIONARIO.
           MOVE FM-CODFUNC TO PM-COD.
           READ PESSOA-MASTER
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-PESSOA
               NOT INVALID KEY
                   IF PM-SEXO-INFORMADO
                       ADD 1 TO WS-QTD-INCLUIDOS
                       MOVE FM-EMPRESA      TO SD-EMPRESA
                       MOVE FM-CARGO        TO SD-CARGO
                       MOVE FM-DEPARTAMENTO TO SD-DEPARTAMENTO
                       MOVE PM-SEXO         TO SD-SEXO
                       MOVE FM-SALARIO      TO SD-SALARIO
                       RELEASE SD-SALARIO-REG
                   ELSE
                       ADD 1 TO WS-QTD-SEM-SEXO
                   END-IF
           END-READ.

      * Control break on company / cargo / department; within the
      * group F sorts before M and each sex's salaries ascend.
       AGRUPAR-SALARIOS.
           OPEN INPUT CARGO-MASTER.
           IF WS-CARGOS-OK
               MOVE "S" TO WS-CARGOS-ABERTO
           END-IF.

           RETURN SORT-WORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF
               MOVE SD-EMPRESA      TO WS-GR-EMPRESA
               MOVE SD-CARGO        TO WS-GR-CARGO
               MOVE SD-DEPARTAMENTO TO WS-GR-DEPARTAMENTO
               IF WS-GR-EMPRESA NOT = WS-EMPRESA-ATUAL
                       OR NOT WS-HA-EMPRESA
                   IF WS-HA-EMPRESA
                       PERFORM IMPRIMIR-TOTAL-EMPRESA
                   END-IF
                   PERFORM INICIAR-EMPRESA
               END-IF
               INITIALIZE WS-SALARIOS-GRUPO
               MOVE WS-GRUPO-ATUAL TO WS-GRUPO-LIDO
               PERFORM UNTIL WS-SORT-EOF
                       OR WS-GRUPO-LIDO NOT = WS-GRUPO-ATUAL
                   PERFORM ACUMULAR-SALARIO
                   RETURN SORT-WORK
                       AT END SET WS-SORT-EOF TO TRUE
                   END-RETURN
                   MOVE SD-EMPRESA      TO WS-GL-EMPRESA
                   MOVE SD-CARGO        TO WS-GL-CARGO
                   MOVE SD-DEPARTAMENTO TO WS-GL-DEPARTAMENTO
               END-PERFORM
               PERFORM IMPRIMIR-GRUPO
           END-PERFORM.

           IF WS-HA-EMPRESA
               PERFORM IMPRIMIR-TOTAL-EMPRESA
           END-IF.

           IF WS-TEM-CARGOS
               CLOSE CARGO-MASTER
           END-IF.

       INICIAR-EMPRESA.
           MOVE WS-GR-EMPRESA TO WS-EMPRESA-ATUAL.
           MOVE "S" TO WS-EMPRESA-ABERTA.
           INITIALIZE WS-TOTAIS-EMPRESA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "EMPRESA " WS-EMPRESA-ATUAL
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-TITULOS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * A group past the table is a data problem, not a report to
      * publish with a median computed over part of it.
       ACUMULAR-SALARIO.
           IF SD-SEXO = "M"
               MOVE 1 TO WS-SEXO-IDX
           ELSE
               MOVE 2 TO WS-SEXO-IDX
           END-IF.
           IF WS-SG-QTD(WS-SEXO-IDX) >= 5000
               DISPLAY "TRANSPARENCIA-SALARIAL: GRUPO EXCEDE 5000 "
                       "POR SEXO - CARGO " SD-CARGO " " SD-DEPARTAMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SG-QTD(WS-SEXO-IDX).
           MOVE SD-SALARIO
               TO WS-SG-SALARIO(WS-SEXO-IDX, WS-SG-QTD(WS-SEXO-IDX)).
           ADD SD-SALARIO TO WS-SG-SOMA(WS-SEXO-IDX).
           ADD 1 TO WS-TE-QTD(WS-SEXO-IDX).
           ADD SD-SALARIO TO WS-TE-SOMA(WS-SEXO-IDX).

       IMPRIMIR-GRUPO.
           ADD 1 TO WS-QTD-GRUPOS.
           MOVE WS-GR-CARGO        TO WS-L-CARGO.
           MOVE WS-GR-DEPARTAMENTO TO WS-L-DEPTO.
           MOVE "CARGO NAO CADASTRADO" TO WS-L-TITULO.
           IF WS-TEM-CARGOS
               MOVE WS-GR-CARGO TO CG-CODIGO
               READ CARGO-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CG-TITULO TO WS-L-TITULO
               END-READ
           END-IF.
           MOVE WS-SG-QTD(1) TO WS-L-QTD-M.

           IF WS-SG-QTD(1) < WS-MINIMO-GRUPO
                   OR WS-SG-QTD(2) < WS-MINIMO-GRUPO
               ADD 1 TO WS-QTD-SUPRIMIDOS
               MOVE SPACES TO WS-L-VALORES
               MOVE WS-SG-QTD(2) TO WS-L-QTD-F-S
               MOVE "SUPRIMIDO - GRUPO PEQUENO" TO WS-L-AVISO
           ELSE
               PERFORM VARYING WS-SEXO-IDX FROM 1 BY 1
                       UNTIL WS-SEXO-IDX > 2
                   PERFORM CALCULAR-MEDIA-MEDIANA
               END-PERFORM
               MOVE WS-MEDIA(1)   TO WS-L-MEDIA-M
               MOVE WS-MEDIANA(1) TO WS-L-MEDIANA-M
               MOVE WS-SG-QTD(2)  TO WS-L-QTD-F-V
               MOVE WS-MEDIA(2)   TO WS-L-MEDIA-F
               MOVE WS-MEDIANA(2) TO WS-L-MEDIANA-F
               COMPUTE WS-DIFERENCA ROUNDED =
                   (WS-MEDIA(1) - WS-MEDIA(2)) * 100 / WS-MEDIA(1)
                   ON SIZE ERROR MOVE 0 TO WS-DIFERENCA
               END-COMPUTE
               MOVE WS-DIFERENCA TO WS-L-DIF-MEDIA
               COMPUTE WS-DIFERENCA ROUNDED =
                   (WS-MEDIANA(1) - WS-MEDIANA(2)) * 100
                   / WS-MEDIANA(1)
                   ON SIZE ERROR MOVE 0 TO WS-DIFERENCA
               END-COMPUTE
               MOVE WS-DIFERENCA TO WS-L-DIF-MEDIANA
           END-IF.

           MOVE WS-LINHA-GRUPO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Salaries arrive sorted: the median is the middle one, or the
      * mean of the two middle ones on an even count.
       CALCULAR-MEDIA-MEDIANA.
           COMPUTE WS-MEDIA(WS-SEXO-IDX) ROUNDED =
               WS-SG-SOMA(WS-SEXO-IDX) / WS-SG-QTD(WS-SEXO-IDX).
           COMPUTE WS-MEIO = (WS-SG-QTD(WS-SEXO-IDX) + 1) / 2.
           IF FUNCTION MOD(WS-SG-QTD(WS-SEXO-IDX), 2) = 1
               MOVE WS-SG-SALARIO(WS-SEXO-IDX, WS-MEIO)
                   TO WS-MEDIANA(WS-SEXO-IDX)
           ELSE
               COMPUTE WS-MEDIANA(WS-SEXO-IDX) ROUNDED =
                   (WS-SG-SALARIO(WS-SEXO-IDX, WS-MEIO)
                  + WS-SG-SALARIO(WS-SEXO-IDX, WS-MEIO + 1)) / 2
           END-IF.

       IMPRIMIR-TOTAL-EMPRESA.
           MOVE WS-EMPRESA-ATUAL TO WS-E-EMPRESA.
           MOVE WS-TE-QTD(1) TO WS-E-QTD-M.
           MOVE WS-TE-QTD(2) TO WS-E-QTD-F.
           MOVE 0 TO WS-MEDIA(1) WS-MEDIA(2) WS-DIFERENCA.
           IF WS-TE-QTD(1) NOT < WS-MINIMO-GRUPO
                   AND WS-TE-QTD(2) NOT < WS-MINIMO-GRUPO
               COMPUTE WS-MEDIA(1) ROUNDED =
                   WS-TE-SOMA(1) / WS-TE-QTD(1)
               COMPUTE WS-MEDIA(2) ROUNDED =
                   WS-TE-SOMA(2) / WS-TE-QTD(2)
               COMPUTE WS-DIFERENCA ROUNDED =
                   (WS-MEDIA(1) - WS-MEDIA(2)) * 100 / WS-MEDIA(1)
                   ON SIZE ERROR MOVE 0 TO WS-DIFERENCA
               END-COMPUTE
           END-IF.
           MOVE WS-MEDIA(1) TO WS-E-MEDIA-M.
           MOVE WS-MEDIA(2) TO WS-E-MEDIA-F.
           MOVE WS-DIFERENCA TO WS-E-DIF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-EMPRESA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "FUNCIONARIOS NAO DESLIGADOS" TO WS-R-ROTULO.
           MOVE WS-QTD-FUNCIONARIOS TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "INCLUIDOS NO RELATORIO" TO WS-R-ROTULO.
           MOVE WS-QTD-INCLUIDOS TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "SEM REGISTRO EM PESSOA" TO WS-R-ROTULO.
           MOVE WS-QTD-SEM-PESSOA TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "SEXO NAO INFORMADO EM PESSOA" TO WS-R-ROTULO.
           MOVE WS-QTD-SEM-SEXO TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "GRUPOS CARGO/DEPARTAMENTO" TO WS-R-ROTULO.
           MOVE WS-QTD-GRUPOS TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "GRUPOS SUPRIMIDOS (POUCOS POR SEXO)" TO WS-R-ROTULO.
           MOVE WS-QTD-SUPRIMIDOS TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       END PROGRAM TRANSPARENCIA-SALARIAL.
