      * Service provider (prestador autonomo) master, keyed by
      * provider code - the freelancers and autonomous workers the
      * company pays against an RPA (recibo de pagamento a
      * autonomo) and who have no place in the employee master.
      * Carries the CPF and NIT the INSS and IRRF withholdings are
      * reported under, the ISS rate the municipality withholds on
      * the provider's services (zero when the provider collects
      * its own ISS) and the bank account the RPA is credited to.
      * Maintained by cadastro/prestador.cob, which validates the
      * CPF and the account digit the same way
      * cadastro/pensao_alimenticia.cob does; an INATIVO provider
      * stays on file for history but takes no new RPA.
       01  PS-PRESTADOR.
           05 PS-CODIGO        PIC 9(6).
           05 PS-NOME          PIC X(30).
           05 PS-CPF           PIC X(11).
           05 PS-NIT           PIC X(11).
           05 PS-ALIQUOTA-ISS  PIC 9(1)V9(4).
           05 PS-BANCO         PIC 9(3).
           05 PS-AGENCIA       PIC 9(4).
           05 PS-CONTA         PIC 9(8).
           05 PS-DIGITO        PIC 9(1).
           05 PS-SITUACAO      PIC X(1).
              88 PS-ATIVO   VALUE "A".
              88 PS-INATIVO VALUE "I".
