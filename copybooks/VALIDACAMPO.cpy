      * Parameter area for the shared field validator
      * (common/validar_campo.cob, PROGRAM-ID VALIDAR-CAMPO). The
      * caller states the field type, the prompt and - for a number
      * - the range and decimals allowed; the module prompts,
      * accepts, checks and re-prompts with the standard message up
      * to VC-MAX-TENTATIVAS times (3 when zero), the ACEITAR-VALOR
      * loop TESTE-VALORES always had, in one place. With VC-ROTULO
      * blank nothing is prompted: the text already in VC-ENTRADA is
      * checked once, so a program that got the value some other
      * way validates it by the same rules.
      *
      * VC-OPCIONAL "S" takes a blank answer as VC-EM-BRANCO - the
      * ALTERAR convention of keeping the value on file. VC-RECUSADO
      * on return means the attempts ran out: the caller abandons
      * the operation.
      *
      * The value comes back in VC-VALOR-NUMERICO (numbers, dates
      * AAAAMMDD, competencias AAAAMM, DDD, CPF) and in
      * VC-VALOR-TEXTO (text as typed, CPF in 11 digits, CNPJ in 14
      * digits, CEP as 99999-999, an option letter in upper case).
       01  VC-PARAMETROS.
           05 VC-TIPO           PIC X(1).
              88 VC-TIPO-NUMERICO    VALUE "N".
              88 VC-TIPO-DATA        VALUE "D".
              88 VC-TIPO-CEP         VALUE "P".
              88 VC-TIPO-CPF         VALUE "F".
              88 VC-TIPO-CNPJ        VALUE "J".
              88 VC-TIPO-DDD         VALUE "T".
              88 VC-TIPO-COMPETENCIA VALUE "M".
              88 VC-TIPO-TEXTO       VALUE "X".
              88 VC-TIPO-OPCAO       VALUE "O".
           05 VC-ROTULO         PIC X(60).
      * range of a number, or of a date/competencia when VC-MAXIMO
      * is not zero - a zero VC-MAXIMO on a number means no ceiling
           05 VC-MINIMO         PIC 9(11)V9(5).
           05 VC-MAXIMO         PIC 9(11)V9(5).
      * decimal places a number may carry, up to 5
           05 VC-DECIMAIS       PIC 9(1).
           05 VC-OPCIONAL       PIC X(1).
      * answers a one-letter option field takes, e.g. "MF" or "SN"
           05 VC-OPCOES         PIC X(10).
           05 VC-MAX-TENTATIVAS PIC 9(1).
           05 VC-ENTRADA        PIC X(80).
           05 VC-RESULTADO      PIC X(1).
              88 VC-ACEITO      VALUE "S".
              88 VC-EM-BRANCO   VALUE "B".
              88 VC-RECUSADO    VALUE "N".
           05 VC-VALOR-NUMERICO PIC 9(11)V9(5).
           05 VC-VALOR-TEXTO    PIC X(80).
           05 VC-MENSAGEM       PIC X(60).
