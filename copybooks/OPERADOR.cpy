      * Operator master (data/operadores.dat, cadastro/operador.cob)
      * - one record per person allowed to sign on to a cadastro
      * program or PROG31, keyed by the operator code that stamps
      * every audit image the operator leaves. The perfil decides
      * which menu options open (common/verificar_permissao.cob):
      * R auxiliar de RH keeps the personnel masters, A analista de
      * folha keeps the payroll tables, S supervisor does both plus
      * the supervisor-only desks, C consulta only reads. The
      * password is kept as a CALC-HASH digest seeded by the code,
      * never in the clear; three wrong attempts in a row block the
      * operator until a supervisor releases the record. A password
      * set by a supervisor is provisional and must be changed at
      * the next sign-on. OD-CODFUNC ties the operator to the
      * employee record where a desk needs the person, not just
      * the login - APROVA-MOVIMENTO matches it to DP-GERENTE.
       01  OD-OPERADOR.
           05 OD-CODIGO           PIC X(8).
           05 OD-NOME             PIC X(30).
           05 OD-PERFIL           PIC X(1).
              88 OD-AUXILIAR-RH    VALUE "R".
              88 OD-ANALISTA-FOLHA VALUE "A".
              88 OD-SUPERVISOR     VALUE "S".
              88 OD-CONSULTA       VALUE "C".
              88 OD-PERFIL-VALIDO  VALUE "R" "A" "S" "C".
           05 OD-CODFUNC          PIC 9(6).
           05 OD-SENHA-HASH       PIC 9(15).
           05 OD-SITUACAO         PIC X(1).
              88 OD-ATIVO          VALUE "A".
              88 OD-BLOQUEADO      VALUE "B".
           05 OD-TENTATIVAS       PIC 9(1).
           05 OD-TROCA-SENHA      PIC X(1).
              88 OD-DEVE-TROCAR-SENHA VALUE "S".
           05 OD-DATA-CADASTRO    PIC 9(8).
           05 OD-ULTIMO-ACESSO    PIC 9(8).
