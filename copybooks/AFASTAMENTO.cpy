      * return date FUNCIONARIOS-AFASTADOS checks daily. FM-STATUS
      * already says someone is AFASTADO; this record gives that
      * status a future, not just a past.
      *
      * The reason opens with a two-digit leave type, which decides
      * who pays the days out: on DOENCA and ACIDENTE DE TRABALHO
      * the company pays the first 15 days and INSS the rest; on
      * MATERNIDADE the company pays the whole leave as
      * salario-maternidade and recovers it on the INSS guide;
      * NAO REMUNERADA and OUTROS are not paid. A reason recorded
      * before the type existed carries no valid code and is
      * treated as unpaid. Once the leave is closed
      * AF-DATA-RETORNO-PREV holds the actual return date.
       01  AF-AFASTAMENTO.
           05 AF-CODFUNC             PIC 9(6).
           05 AF-MOTIVO.
              10 AF-TIPO-AFASTAMENTO PIC X(2).
                 88 AF-DOENCA            VALUE "01".
                 88 AF-ACIDENTE-TRABALHO VALUE "02".
                 88 AF-MATERNIDADE       VALUE "03".
                 88 AF-NAO-REMUNERADO    VALUE "04".
                 88 AF-OUTROS            VALUE "05".
                 88 AF-TIPO-VALIDO       VALUES "01" THRU "05".
                 88 AF-PRIMEIROS-15-DIAS VALUES "01", "02".
              10 AF-MOTIVO-DESCRICAO PIC X(18).
           05 AF-DATA-INICIO         PIC 9(8).
           05 AF-DATA-RETORNO-PREV   PIC 9(8).
           05 AF-SITUACAO            PIC X(1).
