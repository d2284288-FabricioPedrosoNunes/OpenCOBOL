      * Parameter area for the shared sign-on module
      * (common/autenticar_operador.cob, PROGRAM-ID
      * AUTENTICAR-OPERADOR). The caller names itself; the module
      * asks for operator code and password, checks them against
      * the operator master and answers who signed on, with which
      * perfil and which employee code. AU-CADASTRO-VAZIO means
      * the master has no operator yet - only cadastro/operador.cob
      * may go on from there, to register the first supervisor.
       01  AU-PARAMETROS.
           05 AU-PROGRAMA   PIC X(8).
           05 AU-OPERADOR   PIC X(8).
           05 AU-NOME       PIC X(30).
           05 AU-PERFIL     PIC X(1).
              88 AU-SUPERVISOR VALUE "S".
           05 AU-CODFUNC    PIC 9(6).
           05 AU-RESULTADO  PIC X(1).
              88 AU-AUTENTICADO    VALUE "S".
              88 AU-RECUSADO       VALUE "N".
              88 AU-CADASTRO-VAZIO VALUE "V".
