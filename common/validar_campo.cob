       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAR-CAMPO.

      * Shared field validator, CALLed like CALC-IDADE-TEMPO by every
      * cadastro program and PROG31 wherever an operator types a
      * value: TESTE-VALORES's ACEITAR-VALOR loop - reject, say why,
      * ask again - grown to every field type the cadastros take
      * and given a retry limit, so a date of 20250231, a value
      * typed with a minus sign or a CEP in some local format can
      * no longer reach a master, and every program answers a bad
      * entry with the same message.
      *
      * Types (VC-TIPO): N number within VC-MINIMO/VC-MAXIMO with
      * up to VC-DECIMAIS decimals, point or comma; D calendar date
      * AAAAMMDD; M competencia AAAAMM; P CEP; F CPF and J CNPJ with
      * their modulus-11 check digits; T DDD from the national
      * numbering plan; X required text; O one letter out of
      * VC-OPCOES. CPF, CNPJ and CEP may be typed with or without
      * their punctuation.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-TENTATIVA PIC 9(2).
       01  WS-LIMITE    PIC 9(2).

      * The entry stripped to its digits, and whether anything but a
      * digit, a space or an allowed separator showed up.
       01  WS-DIGITOS     PIC X(80).
       01  WS-QTD-DIGITOS PIC 9(2).
       01  WS-POS         PIC 9(2).
       01  WS-CARACTER    PIC X(1).
       01  WS-SEPARADORES PIC X(3).
       01  WS-ESTRANHO PIC X VALUE "N".
           88 WS-HA-ESTRANHO VALUE "S".

      * Number being read: integer part, decimal part and where the
      * separator fell.
       01  WS-INTEIRO     PIC 9(11).
       01  WS-FRACAO      PIC 9(5).
       01  WS-QTD-INTEIRO PIC 9(2).
       01  WS-QTD-FRACAO  PIC 9(2).
       01  WS-DIGITO      PIC 9(1).
       01  WS-VIU-SEPARADOR PIC X VALUE "N".
           88 WS-TEM-SEPARADOR VALUE "S".
       01  WS-VIU-SINAL PIC X VALUE "N".
           88 WS-TEM-SINAL VALUE "S".

       01  WS-DATA.
           05 WS-DATA-ANO PIC 9(4).
           05 WS-DATA-MES PIC 9(2).
           05 WS-DATA-DIA PIC 9(2).
       01  WS-DATA-NUM REDEFINES WS-DATA PIC 9(8).
       01  WS-ULTIMO-DIA PIC 9(2).
       01  WS-QUOCIENTE  PIC 9(4).
       01  WS-RESTO-4    PIC 9(4).
       01  WS-RESTO-100  PIC 9(4).
       01  WS-RESTO-400  PIC 9(4).

       01  WS-DIAS-MES-VALORES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-DIAS-MES-TABELA REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(2).

      * DDDs of the national numbering plan, two digits each.
       01  WS-DDD-VALORES.
           05 FILLER PIC X(30) VALUE "111213141516171819212224272831".
           05 FILLER PIC X(30) VALUE "323334353738414243444546474849".
           05 FILLER PIC X(30) VALUE "515354556162636465666768697173".
           05 FILLER PIC X(30) VALUE "747577798182838485868788899192".
           05 FILLER PIC X(14) VALUE "93949596979899".
       01  WS-DDD-TABELA REDEFINES WS-DDD-VALORES.
           05 WS-DDD-VALIDO OCCURS 67 TIMES INDEXED BY DD-IDX
                            PIC X(2).

      * Modulus-11 check digits of CPF and CNPJ - the weights of each
      * position, for the first and for the second digit.
       01  WS-PESOS-CNPJ-1-VALORES.
           05 FILLER PIC X(24) VALUE "050403020908070605040302".
       01  WS-PESOS-CNPJ-1 REDEFINES WS-PESOS-CNPJ-1-VALORES.
           05 WS-PESO-CNPJ-1 OCCURS 12 TIMES PIC 9(2).
       01  WS-PESOS-CNPJ-2-VALORES.
           05 FILLER PIC X(26) VALUE "06050403020908070605040302".
       01  WS-PESOS-CNPJ-2 REDEFINES WS-PESOS-CNPJ-2-VALORES.
           05 WS-PESO-CNPJ-2 OCCURS 13 TIMES PIC 9(2).
       01  WS-SOMA          PIC 9(5).
       01  WS-PESO          PIC 9(2).
       01  WS-RESTO         PIC 9(2).
       01  WS-DIGITO-CALC   PIC 9(1).
       01  WS-TAMANHO       PIC 9(2).
       01  WS-REPETIDOS PIC X VALUE "N".
           88 WS-TODOS-IGUAIS VALUE "S".

       01  WS-MSG-CPF  PIC X(60)
           VALUE "CPF INVALIDO - DIGITO VERIFICADOR NAO CONFERE".
       01  WS-MSG-CNPJ PIC X(60)
           VALUE "CNPJ INVALIDO - DIGITO VERIFICADOR NAO CONFERE".

      * Range limits as the message shows them - whole numbers
      * without the decimals when the field takes none.
       01  WS-INTEIRO-EDITADO PIC Z(10)9.
       01  WS-DECIMAL-EDITADO PIC Z(10)9.99.
       01  WS-MINIMO-TEXTO   PIC X(14).
       01  WS-MAXIMO-TEXTO   PIC X(14).
       01  WS-BRANCOS-MIN    PIC 9(2).
       01  WS-BRANCOS-MAX    PIC 9(2).

       LINKAGE SECTION.
       COPY VALIDACAMPO.

       PROCEDURE DIVISION USING VC-PARAMETROS.

       MAIN-PROCEDURE.
           IF VC-MAX-TENTATIVAS = 0
               MOVE 3 TO WS-LIMITE
           ELSE
               MOVE VC-MAX-TENTATIVAS TO WS-LIMITE
           END-IF.
           IF VC-ROTULO = SPACES
               MOVE 1 TO WS-LIMITE
           END-IF.

           MOVE 0 TO WS-TENTATIVA.
           MOVE "N" TO VC-RESULTADO.
           PERFORM UNTIL VC-ACEITO OR VC-EM-BRANCO
                      OR WS-TENTATIVA NOT < WS-LIMITE
               ADD 1 TO WS-TENTATIVA
               IF VC-ROTULO NOT = SPACES
                   DISPLAY VC-ROTULO
                   MOVE SPACES TO VC-ENTRADA
                   ACCEPT VC-ENTRADA
               END-IF
               PERFORM VALIDAR-ENTRADA
               IF VC-RECUSADO AND VC-ROTULO NOT = SPACES
                   DISPLAY VC-MENSAGEM
               END-IF
           END-PERFORM.

           IF VC-RECUSADO AND VC-ROTULO NOT = SPACES
               DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                       "OPERACAO CANCELADA"
           END-IF.

           GOBACK.

       VALIDAR-ENTRADA.
           MOVE "N" TO VC-RESULTADO.
           MOVE SPACES TO VC-MENSAGEM.
           MOVE SPACES TO VC-VALOR-TEXTO.
           MOVE 0 TO VC-VALOR-NUMERICO.

           IF VC-ENTRADA = SPACES
               IF VC-OPCIONAL = "S"
                   MOVE "B" TO VC-RESULTADO
               ELSE
                   MOVE "CAMPO OBRIGATORIO - NAO PODE FICAR EM BRANCO"
                       TO VC-MENSAGEM
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN VC-TIPO-NUMERICO
                       PERFORM VALIDAR-NUMERO
                   WHEN VC-TIPO-DATA
                       PERFORM VALIDAR-DATA
                   WHEN VC-TIPO-COMPETENCIA
                       PERFORM VALIDAR-COMPETENCIA
                   WHEN VC-TIPO-CEP
                       PERFORM VALIDAR-CEP
                   WHEN VC-TIPO-CPF
                       PERFORM VALIDAR-CPF
                   WHEN VC-TIPO-CNPJ
                       PERFORM VALIDAR-CNPJ
                   WHEN VC-TIPO-DDD
                       PERFORM VALIDAR-DDD
                   WHEN VC-TIPO-OPCAO
                       PERFORM VALIDAR-OPCAO
                   WHEN OTHER
                       MOVE VC-ENTRADA TO VC-VALOR-TEXTO
                       MOVE "S" TO VC-RESULTADO
               END-EVALUATE
           END-IF.

      * Digits with at most one decimal point or comma; a minus sign
      * anywhere is refused outright rather than read as a digit.
       VALIDAR-NUMERO.
           MOVE 0 TO WS-INTEIRO.
           MOVE 0 TO WS-FRACAO.
           MOVE 0 TO WS-QTD-INTEIRO.
           MOVE 0 TO WS-QTD-FRACAO.
           MOVE "N" TO WS-VIU-SEPARADOR.
           MOVE "N" TO WS-VIU-SINAL.
           MOVE "N" TO WS-ESTRANHO.

           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 80
               MOVE VC-ENTRADA(WS-POS:1) TO WS-CARACTER
               EVALUATE TRUE
                   WHEN WS-CARACTER = SPACE
                       CONTINUE
                   WHEN WS-CARACTER = "-" OR WS-CARACTER = "+"
                       MOVE "S" TO WS-VIU-SINAL
                   WHEN WS-CARACTER = "." OR WS-CARACTER = ","
                       IF WS-TEM-SEPARADOR
                           MOVE "S" TO WS-ESTRANHO
                       ELSE
                           MOVE "S" TO WS-VIU-SEPARADOR
                       END-IF
                   WHEN WS-CARACTER IS NUMERIC
                       MOVE WS-CARACTER TO WS-DIGITO
                       IF WS-TEM-SEPARADOR
                           ADD 1 TO WS-QTD-FRACAO
                           IF WS-QTD-FRACAO < 6
                               COMPUTE WS-FRACAO = WS-FRACAO + WS-DIGITO
                                   * 10 ** (5 - WS-QTD-FRACAO)
                           END-IF
                       ELSE
                           ADD 1 TO WS-QTD-INTEIRO
                           IF WS-QTD-INTEIRO < 12
                               COMPUTE WS-INTEIRO =
                                   WS-INTEIRO * 10 + WS-DIGITO
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "S" TO WS-ESTRANHO
               END-EVALUATE
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-TEM-SINAL
                   MOVE "VALOR INVALIDO - NAO PODE SER NEGATIVO"
                       TO VC-MENSAGEM
               WHEN WS-HA-ESTRANHO
                       OR WS-QTD-INTEIRO + WS-QTD-FRACAO = 0
                   MOVE "VALOR INVALIDO - INFORME SOMENTE NUMEROS"
                       TO VC-MENSAGEM
               WHEN WS-QTD-INTEIRO > 11
                   MOVE "VALOR INVALIDO - NUMERO GRANDE DEMAIS"
                       TO VC-MENSAGEM
               WHEN WS-QTD-FRACAO > VC-DECIMAIS
                   IF VC-DECIMAIS = 0
                       MOVE "VALOR INVALIDO - SOMENTE NUMERO INTEIRO"
                           TO VC-MENSAGEM
                   ELSE
                       MOVE "VALOR INVALIDO - CASAS DECIMAIS DEMAIS"
                           TO VC-MENSAGEM
                   END-IF
               WHEN OTHER
                   COMPUTE VC-VALOR-NUMERICO =
                       WS-INTEIRO + WS-FRACAO / 100000
                   PERFORM CONFERIR-FAIXA-NUMERO
           END-EVALUATE.

      * Zero gets TESTE-VALORES's own message when the floor is
      * above it; anything else outside the range gets the range.
       CONFERIR-FAIXA-NUMERO.
           EVALUATE TRUE
               WHEN VC-VALOR-NUMERICO = 0 AND VC-MINIMO > 0
                   MOVE "VALOR INVALIDO - NAO PODE SER ZERO"
                       TO VC-MENSAGEM
               WHEN VC-VALOR-NUMERICO < VC-MINIMO
                   PERFORM MONTAR-MENSAGEM-FAIXA
               WHEN VC-MAXIMO > 0
                       AND VC-VALOR-NUMERICO > VC-MAXIMO
                   PERFORM MONTAR-MENSAGEM-FAIXA
               WHEN OTHER
                   MOVE VC-ENTRADA TO VC-VALOR-TEXTO
                   MOVE "S" TO VC-RESULTADO
           END-EVALUATE.

       MONTAR-MENSAGEM-FAIXA.
           IF VC-DECIMAIS = 0
               MOVE VC-MINIMO TO WS-INTEIRO-EDITADO
               MOVE WS-INTEIRO-EDITADO TO WS-MINIMO-TEXTO
               MOVE VC-MAXIMO TO WS-INTEIRO-EDITADO
               MOVE WS-INTEIRO-EDITADO TO WS-MAXIMO-TEXTO
           ELSE
               MOVE VC-MINIMO TO WS-DECIMAL-EDITADO
               MOVE WS-DECIMAL-EDITADO TO WS-MINIMO-TEXTO
               MOVE VC-MAXIMO TO WS-DECIMAL-EDITADO
               MOVE WS-DECIMAL-EDITADO TO WS-MAXIMO-TEXTO
           END-IF.
           MOVE 0 TO WS-BRANCOS-MIN.
           MOVE 0 TO WS-BRANCOS-MAX.
           INSPECT WS-MINIMO-TEXTO
               TALLYING WS-BRANCOS-MIN FOR LEADING SPACES.
           INSPECT WS-MAXIMO-TEXTO
               TALLYING WS-BRANCOS-MAX FOR LEADING SPACES.
           ADD 1 TO WS-BRANCOS-MIN.
           ADD 1 TO WS-BRANCOS-MAX.
           IF VC-MAXIMO > 0
               STRING "VALOR FORA DA FAIXA - DE "
                   WS-MINIMO-TEXTO(WS-BRANCOS-MIN:) DELIMITED BY SPACE
                   " ATE " DELIMITED BY SIZE
                   WS-MAXIMO-TEXTO(WS-BRANCOS-MAX:) DELIMITED BY SPACE
                   INTO VC-MENSAGEM
           ELSE
               STRING "VALOR FORA DA FAIXA - MINIMO "
                   WS-MINIMO-TEXTO(WS-BRANCOS-MIN:) DELIMITED BY SPACE
                   INTO VC-MENSAGEM
           END-IF.

      * A real calendar day - month 01-12, day within the month,
      * 29 February only in a leap year.
       VALIDAR-DATA.
           MOVE SPACES TO WS-SEPARADORES.
           PERFORM EXTRAIR-DIGITOS.
           IF WS-HA-ESTRANHO OR WS-QTD-DIGITOS NOT = 8
               MOVE "DATA INVALIDA - INFORME NO FORMATO AAAAMMDD"
                   TO VC-MENSAGEM
           ELSE
               MOVE WS-DIGITOS(1:8) TO WS-DATA
               PERFORM CALCULAR-ULTIMO-DIA
               IF WS-DATA-ANO < 1900 OR WS-DATA-MES < 1
                       OR WS-DATA-MES > 12 OR WS-DATA-DIA < 1
                       OR WS-DATA-DIA > WS-ULTIMO-DIA
                   MOVE "DATA INVALIDA - DIA, MES OU ANO INEXISTENTE"
                       TO VC-MENSAGEM
               ELSE
                   IF VC-MAXIMO > 0 AND (WS-DATA-NUM < VC-MINIMO
                           OR WS-DATA-NUM > VC-MAXIMO)
                       MOVE "DATA FORA DO PERIODO PERMITIDO"
                           TO VC-MENSAGEM
                   ELSE
                       MOVE WS-DATA-NUM TO VC-VALOR-NUMERICO
                       MOVE WS-DIGITOS(1:8) TO VC-VALOR-TEXTO
                       MOVE "S" TO VC-RESULTADO
                   END-IF
               END-IF
           END-IF.

       CALCULAR-ULTIMO-DIA.
           MOVE 31 TO WS-ULTIMO-DIA.
           IF WS-DATA-MES >= 1 AND WS-DATA-MES <= 12
               MOVE WS-DIAS-MES(WS-DATA-MES) TO WS-ULTIMO-DIA
               IF WS-DATA-MES = 2
                   DIVIDE WS-DATA-ANO BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-DATA-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-DATA-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-4 = 0 AND (WS-RESTO-100 NOT = 0
                           OR WS-RESTO-400 = 0)
                       MOVE 29 TO WS-ULTIMO-DIA
                   END-IF
               END-IF
           END-IF.

       VALIDAR-COMPETENCIA.
           MOVE SPACES TO WS-SEPARADORES.
           PERFORM EXTRAIR-DIGITOS.
           IF WS-HA-ESTRANHO OR WS-QTD-DIGITOS NOT = 6
               MOVE "COMPETENCIA INVALIDA - INFORME NO FORMATO AAAAMM"
                   TO VC-MENSAGEM
           ELSE
               MOVE WS-DIGITOS(1:6) TO WS-DATA(1:6)
               IF WS-DATA-ANO < 1900 OR WS-DATA-MES < 1
                       OR WS-DATA-MES > 12
                   MOVE "COMPETENCIA INVALIDA - MES OU ANO INEXISTENTE"
                       TO VC-MENSAGEM
               ELSE
                   MOVE WS-DIGITOS(1:6) TO VC-VALOR-TEXTO
                   COMPUTE VC-VALOR-NUMERICO =
                       WS-DATA-ANO * 100 + WS-DATA-MES
                   IF VC-MAXIMO > 0
                           AND (VC-VALOR-NUMERICO < VC-MINIMO
                             OR VC-VALOR-NUMERICO > VC-MAXIMO)
                       MOVE "COMPETENCIA FORA DO PERIODO PERMITIDO"
                           TO VC-MENSAGEM
                   ELSE
                       MOVE "S" TO VC-RESULTADO
                   END-IF
               END-IF
           END-IF.

      * Eight digits, with or without the hyphen (or the old dotted
      * 99.999-999); kept on file as 99999-999.
       VALIDAR-CEP.
           MOVE ".-" TO WS-SEPARADORES.
           PERFORM EXTRAIR-DIGITOS.
           IF WS-HA-ESTRANHO OR WS-QTD-DIGITOS NOT = 8
                   OR WS-DIGITOS(1:8) = "00000000"
               MOVE "CEP INVALIDO - INFORME 8 DIGITOS (99999-999)"
                   TO VC-MENSAGEM
           ELSE
               STRING WS-DIGITOS(1:5) "-" WS-DIGITOS(6:3)
                   DELIMITED BY SIZE INTO VC-VALOR-TEXTO
               MOVE "S" TO VC-RESULTADO
           END-IF.

       VALIDAR-CPF.
           MOVE ".-" TO WS-SEPARADORES.
           PERFORM EXTRAIR-DIGITOS.
           IF WS-HA-ESTRANHO OR WS-QTD-DIGITOS NOT = 11
               MOVE "CPF INVALIDO - INFORME OS 11 DIGITOS"
                   TO VC-MENSAGEM
           ELSE
               MOVE 11 TO WS-TAMANHO
               PERFORM CONFERIR-REPETIDOS
               MOVE 9 TO WS-TAMANHO
               PERFORM CALCULAR-DIGITO-CPF
               IF WS-TODOS-IGUAIS
                       OR WS-DIGITOS(10:1) NOT = WS-DIGITO-CALC
                   MOVE WS-MSG-CPF TO VC-MENSAGEM
               ELSE
                   MOVE 10 TO WS-TAMANHO
                   PERFORM CALCULAR-DIGITO-CPF
                   IF WS-DIGITOS(11:1) NOT = WS-DIGITO-CALC
                       MOVE WS-MSG-CPF TO VC-MENSAGEM
                   ELSE
                       MOVE WS-DIGITOS(1:11) TO VC-VALOR-TEXTO
                       MOVE WS-DIGITOS(1:11) TO VC-VALOR-NUMERICO
                       MOVE "S" TO VC-RESULTADO
                   END-IF
               END-IF
           END-IF.

      * Descending weights TAMANHO+1 down to 2 over the first
      * WS-TAMANHO digits - the same rule PROG31's VALIDA-CPF used.
       CALCULAR-DIGITO-CPF.
           MOVE 0 TO WS-SOMA.
           COMPUTE WS-PESO = WS-TAMANHO + 1.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TAMANHO
               MOVE WS-DIGITOS(WS-POS:1) TO WS-DIGITO
               COMPUTE WS-SOMA = WS-SOMA + WS-DIGITO * WS-PESO
               SUBTRACT 1 FROM WS-PESO
           END-PERFORM.
           PERFORM CONCLUIR-DIGITO.

       VALIDAR-CNPJ.
           MOVE "./-" TO WS-SEPARADORES.
           PERFORM EXTRAIR-DIGITOS.
           IF WS-HA-ESTRANHO OR WS-QTD-DIGITOS NOT = 14
               MOVE "CNPJ INVALIDO - INFORME OS 14 DIGITOS"
                   TO VC-MENSAGEM
           ELSE
               MOVE 14 TO WS-TAMANHO
               PERFORM CONFERIR-REPETIDOS
               MOVE 0 TO WS-SOMA
               PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 12
                   MOVE WS-DIGITOS(WS-POS:1) TO WS-DIGITO
                   COMPUTE WS-SOMA = WS-SOMA
                       + WS-DIGITO * WS-PESO-CNPJ-1(WS-POS)
               END-PERFORM
               PERFORM CONCLUIR-DIGITO
               IF WS-TODOS-IGUAIS
                       OR WS-DIGITOS(13:1) NOT = WS-DIGITO-CALC
                   MOVE WS-MSG-CNPJ TO VC-MENSAGEM
               ELSE
                   MOVE 0 TO WS-SOMA
                   PERFORM VARYING WS-POS FROM 1 BY 1
                           UNTIL WS-POS > 13
                       MOVE WS-DIGITOS(WS-POS:1) TO WS-DIGITO
                       COMPUTE WS-SOMA = WS-SOMA
                           + WS-DIGITO * WS-PESO-CNPJ-2(WS-POS)
                   END-PERFORM
                   PERFORM CONCLUIR-DIGITO
                   IF WS-DIGITOS(14:1) NOT = WS-DIGITO-CALC
                       MOVE WS-MSG-CNPJ TO VC-MENSAGEM
                   ELSE
                       MOVE WS-DIGITOS(1:14) TO VC-VALOR-TEXTO
                       MOVE "S" TO VC-RESULTADO
                   END-IF
               END-IF
           END-IF.

      * Remainder under 2 gives digit 0, otherwise 11 less the
      * remainder.
       CONCLUIR-DIGITO.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO < 2
               MOVE 0 TO WS-DIGITO-CALC
           ELSE
               COMPUTE WS-DIGITO-CALC = 11 - WS-RESTO
           END-IF.

      * 111.111.111-11 and the like pass the arithmetic but are no
      * one's number.
       CONFERIR-REPETIDOS.
           MOVE "S" TO WS-REPETIDOS.
           PERFORM VARYING WS-POS FROM 2 BY 1
                   UNTIL WS-POS > WS-TAMANHO
               IF WS-DIGITOS(WS-POS:1) NOT = WS-DIGITOS(1:1)
                   MOVE "N" TO WS-REPETIDOS
               END-IF
           END-PERFORM.

       VALIDAR-DDD.
           MOVE SPACES TO WS-SEPARADORES.
           PERFORM EXTRAIR-DIGITOS.
           IF WS-HA-ESTRANHO OR WS-QTD-DIGITOS NOT = 2
               MOVE "DDD INVALIDO - INFORME OS 2 DIGITOS"
                   TO VC-MENSAGEM
           ELSE
               SET DD-IDX TO 1
               SEARCH WS-DDD-VALIDO
                   AT END
                       MOVE "DDD INVALIDO - CODIGO DE AREA INEXISTENTE"
                           TO VC-MENSAGEM
                   WHEN WS-DDD-VALIDO(DD-IDX) = WS-DIGITOS(1:2)
                       MOVE WS-DIGITOS(1:2) TO VC-VALOR-TEXTO
                       MOVE WS-DIGITOS(1:2) TO VC-VALOR-NUMERICO
                       MOVE "S" TO VC-RESULTADO
               END-SEARCH
           END-IF.

      * One letter, upper or lower case, out of the caller's list.
       VALIDAR-OPCAO.
           MOVE VC-ENTRADA(1:1) TO WS-CARACTER.
           INSPECT WS-CARACTER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-QTD-DIGITOS.
           IF WS-CARACTER NOT = SPACE AND VC-ENTRADA(2:) = SPACES
               INSPECT VC-OPCOES TALLYING WS-QTD-DIGITOS
                   FOR ALL WS-CARACTER
           END-IF.
           IF WS-QTD-DIGITOS = 0
               MOVE SPACES TO WS-DIGITOS
               MOVE 1 TO WS-TAMANHO
               PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 10
                   IF VC-OPCOES(WS-POS:1) NOT = SPACE
                       IF WS-TAMANHO > 1
                           MOVE "/" TO WS-DIGITOS(WS-TAMANHO:1)
                           ADD 1 TO WS-TAMANHO
                       END-IF
                       MOVE VC-OPCOES(WS-POS:1)
                           TO WS-DIGITOS(WS-TAMANHO:1)
                       ADD 1 TO WS-TAMANHO
                   END-IF
               END-PERFORM
               STRING "OPCAO INVALIDA - RESPONDA " DELIMITED BY SIZE
                   WS-DIGITOS DELIMITED BY SPACE
                   INTO VC-MENSAGEM
           ELSE
               MOVE WS-CARACTER TO VC-VALOR-TEXTO
               MOVE "S" TO VC-RESULTADO
           END-IF.

      * Collects the digits of VC-ENTRADA; spaces and the separators
      * in WS-SEPARADORES are skipped, anything else is flagged.
       EXTRAIR-DIGITOS.
           MOVE SPACES TO WS-DIGITOS.
           MOVE 0 TO WS-QTD-DIGITOS.
           MOVE "N" TO WS-ESTRANHO.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 80
               MOVE VC-ENTRADA(WS-POS:1) TO WS-CARACTER
               EVALUATE TRUE
                   WHEN WS-CARACTER = SPACE
                       CONTINUE
                   WHEN WS-CARACTER IS NUMERIC
                       ADD 1 TO WS-QTD-DIGITOS
                       MOVE WS-CARACTER
                           TO WS-DIGITOS(WS-QTD-DIGITOS:1)
                   WHEN WS-SEPARADORES NOT = SPACES
                           AND (WS-CARACTER = WS-SEPARADORES(1:1)
                             OR WS-CARACTER = WS-SEPARADORES(2:1)
                             OR WS-CARACTER = WS-SEPARADORES(3:1))
                       CONTINUE
                   WHEN OTHER
                       MOVE "S" TO WS-ESTRANHO
               END-EVALUATE
           END-PERFORM.

       END PROGRAM VALIDAR-CAMPO.
