      * Occupational health exam (ASO - atestado de saude
      * ocupacional) record, keyed by employee code plus exam date
      * plus exam type - one record per exam, so an employee's whole
      * exam history stays on file. The type follows the NR-7 exams
      * the shop performs: admissional, periodico, retorno ao
      * trabalho and demissional. AS-PROXIMO-VENCIMENTO is when the
      * next periodic exam falls due (zero on a demissional).
      * Maintained by cadastro/aso.cob; ASO-VENCIMENTO alerts the
      * exams about to lapse, MOVIMENTACAO-FUNCIONARIOS refuses an
      * admission without an apto admissional, and AFASTAMENTO
      * refuses to close a leave longer than 30 days without an apto
      * retorno ao trabalho.
       01  AS-ASO.
           05 AS-CHAVE.
               10 AS-CODFUNC    PIC 9(6).
               10 AS-DATA-EXAME PIC 9(8).
               10 AS-TIPO       PIC X(1).
                  88 AS-ADMISSIONAL VALUE "A".
                  88 AS-PERIODICO   VALUE "P".
                  88 AS-RETORNO     VALUE "R".
                  88 AS-DEMISSIONAL VALUE "D".
                  88 AS-TIPO-VALIDO VALUES "A", "P", "R", "D".
           05 AS-RESULTADO PIC X(1).
              88 AS-APTO          VALUE "A".
              88 AS-INAPTO        VALUE "I".
              88 AS-RESULTADO-VALIDO VALUES "A", "I".
           05 AS-PROXIMO-VENCIMENTO PIC 9(8).
           05 AS-MEDICO-CRM PIC X(10).
           05 AS-MEDICO-UF  PIC X(2).
