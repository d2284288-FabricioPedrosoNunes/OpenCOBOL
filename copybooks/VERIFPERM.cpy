      * Parameter area for the shared permission check
      * (common/verificar_permissao.cob, PROGRAM-ID
      * VERIFICAR-PERMISSAO). The caller passes its audit name, the
      * menu option chosen, the signed-on operator and perfil, and
      * the perfis its own default allows on that option (up to
      * four of R/A/S/C); an override on data/permissoes.dat wins
      * over the default. A refusal is displayed and written to the
      * audit trail by the module, so the caller only tests
      * VP-PERMITIDO.
       01  VP-PARAMETROS.
           05 VP-PROGRAMA       PIC X(8).
           05 VP-OPCAO          PIC 9(2).
           05 VP-OPERADOR       PIC X(8).
           05 VP-PERFIL         PIC X(1).
           05 VP-PERFIS-PADRAO  PIC X(4).
           05 VP-RESULTADO      PIC X(1).
              88 VP-PERMITIDO   VALUE "S".
              88 VP-NEGADO      VALUE "N".
