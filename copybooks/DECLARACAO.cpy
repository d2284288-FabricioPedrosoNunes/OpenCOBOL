      * Issuance log of employment and salary declarations
      * (data/declaracoes.dat), keyed by the serial number printed
      * on the letter - one record per declaration ever issued by
      * cadastro/declaracao_vinculo.cob, never rewritten. DC-VALOR
      * is the salary the letter stated (zero on an employment-only
      * letter) and DC-VERIFICACAO the CALC-HASH digest of the
      * record up to it, also printed on the letter: a letter
      * presented back is genuine only if its number is on file
      * with the same employee, type, value and digest.
       01  DC-DECLARACAO.
           05 DC-NUMERO        PIC 9(8).
           05 DC-CODFUNC       PIC 9(6).
           05 DC-EMPRESA       PIC 9(3).
           05 DC-TIPO          PIC X(1).
              88 DC-SO-VINCULO     VALUE "V".
              88 DC-SALARIO-ATUAL  VALUE "S".
              88 DC-SALARIO-MEDIO  VALUE "M".
              88 DC-TIPO-VALIDO    VALUES "V", "S", "M".
      * competencias averaged on a DC-SALARIO-MEDIO letter
           05 DC-COMPETENCIAS  PIC 9(2).
           05 DC-VALOR         PIC 9(7)V9(2).
           05 DC-DESTINATARIO  PIC X(30).
           05 DC-DATA-EMISSAO  PIC 9(8).
           05 DC-HORA-EMISSAO  PIC 9(6).
           05 DC-OPERADOR      PIC X(8).
           05 DC-VERIFICACAO   PIC 9(15).
