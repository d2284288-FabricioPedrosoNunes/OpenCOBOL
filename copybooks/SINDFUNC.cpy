      * Employee-to-union link, keyed by employee code - the union
      * the employee's category belongs to and whether the employee
      * authorized the union dues in writing, with the date of the
      * authorization. Without SV-CONTRIBUICAO-AUTORIZADA the folha
      * deducts nothing, whatever the agreement says; the piso
      * check applies either way. Maintained by
      * cadastro/sindicato.cob.
       01  SV-SINDICATO-FUNC.
           05 SV-CODFUNC          PIC 9(6).
           05 SV-SINDICATO        PIC 9(4).
           05 SV-AUTORIZA         PIC X(1).
              88 SV-CONTRIBUICAO-AUTORIZADA VALUE "S".
              88 SV-SEM-AUTORIZACAO         VALUE "N".
              88 SV-AUTORIZA-VALIDO         VALUE "S" "N".
           05 SV-DATA-AUTORIZACAO PIC 9(8).
