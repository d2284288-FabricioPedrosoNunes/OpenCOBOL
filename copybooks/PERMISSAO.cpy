      * Per-option permission override (data/permissoes.dat,
      * maintained from cadastro/operador.cob): the perfis allowed
      * on one menu option of one program, keyed by the program's
      * audit name and the option number. Each program carries its
      * own default for every option; a record here replaces that
      * default, so a supervisor can open or close an option
      * without a recompile. Deleting the record restores the
      * default.
       01  PP-PERMISSAO.
           05 PP-CHAVE.
               10 PP-PROGRAMA  PIC X(8).
               10 PP-OPCAO     PIC 9(2).
           05 PP-PERFIS        PIC X(4).
           05 PP-OPERADOR      PIC X(8).
           05 PP-DATA          PIC 9(8).
