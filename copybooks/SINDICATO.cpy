      * Union (sindicato) master, one record per union and
      * collective agreement, keyed by union code plus the date the
      * agreement took effect - a new convencao is a new record, so
      * the piso and the dues of every past agreement stay on file.
      * The agreement in force on a date is the latest SN-VIGENCIA
      * not after it. Carries the union's CNPJ and category, the
      * salary floor (piso) the agreement sets and the dues
      * percentage it allows over the salary of employees who
      * authorized the fee. Maintained by cadastro/sindicato.cob;
      * FOLHA-PAGAMENTO deducts the dues, SINDICATO-REPASSE lists
      * what goes to each union and QUALIDADE-DADOS checks the piso.
       01  SN-SINDICATO.
           05 SN-CHAVE.
               10 SN-CODIGO   PIC 9(4).
               10 SN-VIGENCIA PIC 9(8).
           05 SN-NOME              PIC X(30).
           05 SN-CNPJ              PIC 9(14).
           05 SN-CATEGORIA         PIC X(20).
           05 SN-PISO              PIC 9(7)V9(2).
           05 SN-PERC-CONTRIBUICAO PIC 9(2)V9(2).
