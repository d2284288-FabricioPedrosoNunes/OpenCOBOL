      * data/correios-cep.dat, the operadora against the homologated
      * list, the DDD for plausibility, a non-zero FM-SALARIO for
      * ATIVO employees, valid dates with DATA-ADMISSAO not before
      * DATA-NASCIMENTO, a STATUS among the three legal values, and
      * an ATIVO FM-SALARIO not below the piso of the collective
      * agreement in force today for the employee's union.
      * Output is a scored summary per field plus a machine-readable
      * exception file (code, field, offending value) so corrections
      * can be applied as a batch through MOVIMENTACAO-FUNCIONARIOS
               RECORD KEY IS CEP-CEP
               FILE STATUS IS WS-FS-CORREIOS.

      * Union links and agreements for the piso check - without
      * them the check is skipped, not failed.
           SELECT SINDFUNC-MASTER ASSIGN TO "data/sindicato-func.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CODFUNC
               FILE STATUS IS WS-FS-SINDFUNC.

           SELECT SINDICATO-MASTER ASSIGN TO "data/sindicatos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CHAVE
               FILE STATUS IS WS-FS-SINDICATO.

           SELECT EXCECOES ASSIGN TO "data/funcmast-excecoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECOES.
       FD  CORREIOS-CEP.
       COPY CORREIOSCEP.

       FD  SINDFUNC-MASTER.
       COPY SINDFUNC.

       FD  SINDICATO-MASTER.
       COPY SINDICATO.

      * One exception per failing field, machine-readable so the
      * correction batch can be produced straight from it.
       FD  EXCECOES.
       01  WS-FS-CORREIOS PIC XX.
           88 WS-CORREIOS-OK VALUE "00".

       01  WS-FS-SINDFUNC PIC XX.
           88 WS-SINDFUNC-OK VALUE "00".

       01  WS-FS-SINDICATO PIC XX.
           88 WS-SINDICATO-OK VALUE "00".

       01  WS-SINDICATOS-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-SINDICATOS VALUE "S".

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-PISO-VIGENTE PIC 9(7)V9(2).
       01  WS-ACHOU-CONVENCAO PIC X VALUE "N".
           88 WS-CONVENCAO-ACHADA VALUE "S".

       01  WS-FS-EXCECOES PIC XX.
           88 WS-EXCECOES-OK VALUE "00".

       01  WS-QTD-SALARIO   PIC 9(5) VALUE 0.
       01  WS-QTD-DATAS     PIC 9(5) VALUE 0.
       01  WS-QTD-STATUS    PIC 9(5) VALUE 0.
       01  WS-QTD-PISO      PIC 9(5) VALUE 0.

       01  WS-LINHA-RESUMO.
           05 WS-R-ROTULO PIC X(30).
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           OPEN INPUT SINDFUNC-MASTER.
           OPEN INPUT SINDICATO-MASTER.
           IF WS-SINDFUNC-OK AND WS-SINDICATO-OK
               MOVE "S" TO WS-SINDICATOS-DISPONIVEIS
           ELSE
               DISPLAY "QUALIDADE-DADOS: SEM SINDICATOS - PISO NAO "
                       "VERIFICADO"
           END-IF.

           OPEN OUTPUT EXCECOES.
           OPEN OUTPUT RELATORIO-SAIDA.

           CLOSE FUNCIONARIO-MASTER.
           CLOSE MUNICIPIOS.
           CLOSE CORREIOS-CEP.
           IF WS-HA-SINDICATOS
               CLOSE SINDFUNC-MASTER
               CLOSE SINDICATO-MASTER
           END-IF.
           CLOSE EXCECOES.
           CLOSE RELATORIO-SAIDA.

           PERFORM VERIFICAR-SALARIO.
           PERFORM VERIFICAR-DATAS.
           PERFORM VERIFICAR-STATUS.
           PERFORM VERIFICAR-PISO.

       VERIFICAR-CEP.
           MOVE FM-CEP TO MUN-CEP.
               PERFORM GRAVAR-EXCECAO
           END-IF.

      * An ATIVO employee paid under the piso of the agreement in
      * force today - the latest vigencia of the union not after
      * today. Employees without a union link are not judged.
       VERIFICAR-PISO.
           IF WS-HA-SINDICATOS AND FM-STATUS-ATIVO
               MOVE FM-CODFUNC TO SV-CODFUNC
               READ SINDFUNC-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM BUSCAR-PISO-VIGENTE
                       IF WS-CONVENCAO-ACHADA
                               AND FM-SALARIO < WS-PISO-VIGENTE
                           ADD 1 TO WS-QTD-PISO
                           MOVE "PISO-SINDICAL" TO EX-CAMPO
                           MOVE FM-SALARIO TO EX-VALOR
                           PERFORM GRAVAR-EXCECAO
                       END-IF
               END-READ
           END-IF.

       BUSCAR-PISO-VIGENTE.
           MOVE "N" TO WS-ACHOU-CONVENCAO.
           MOVE SV-SINDICATO TO SN-CODIGO.
           MOVE 0 TO SN-VIGENCIA.
           START SINDICATO-MASTER KEY IS NOT LESS THAN SN-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-SINDICATO-OK
               PERFORM LER-PROXIMA-CONVENCAO
               PERFORM UNTIL NOT WS-SINDICATO-OK
                       OR SN-CODIGO NOT = SV-SINDICATO
                       OR SN-VIGENCIA > WS-DATA-HOJE
                   MOVE "S" TO WS-ACHOU-CONVENCAO
                   MOVE SN-PISO TO WS-PISO-VIGENTE
                   PERFORM LER-PROXIMA-CONVENCAO
               END-PERFORM
           END-IF.

       LER-PROXIMA-CONVENCAO.
           READ SINDICATO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

       GRAVAR-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES.
           MOVE FM-CODFUNC TO EX-CODFUNC.
           MOVE WS-LINHA-RESUMO             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "SALARIO ABAIXO DO PISO"    TO WS-R-ROTULO.
           MOVE WS-QTD-PISO                 TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "TOTAL DE EXCECOES"         TO WS-R-ROTULO.
           MOVE WS-QTD-EXCECOES             TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO             TO RELATORIO-LINHA.
