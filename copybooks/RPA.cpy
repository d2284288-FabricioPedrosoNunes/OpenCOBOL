      * RPA payment transaction, one per recibo de pagamento a
      * autonomo, keyed by RPA number. Recorded PENDENTE by
      * cadastro/rpa.cob with the provider, the company and the
      * requesting cost center the service is charged to, the
      * gross value and the ISS rate (the provider's, unless the
      * operator overrides it). RPA-PAGAMENTO computes the
      * withholdings - 11% INSS up to the ceiling and IRRF through
      * CALC-IMPOSTOS, ISS at the recorded rate - stamps the
      * competencia and payment date and leaves the RPA CALCULADO;
      * FOLHA-REMESSA under TIPO-FOLHA=RPA credits the net to the
      * provider and marks it REMETIDO. FOLHA-CONTABIL journals
      * every RPA of the competencia that got past PENDENTE, and
      * GUIAS-RECOLHIMENTO adds its withholdings to the month's
      * guides. A CANCELADO RPA is kept for history only.
       01  RP-RPA.
           05 RP-NUMERO          PIC 9(8).
           05 RP-EMPRESA         PIC 9(3).
           05 RP-PRESTADOR       PIC 9(6).
           05 RP-DATA-SERVICO    PIC 9(8).
           05 RP-DESCRICAO       PIC X(30).
           05 RP-CENTRO-CUSTO    PIC 9(6).
           05 RP-VALOR-BRUTO     PIC 9(7)V9(2).
           05 RP-ALIQUOTA-ISS    PIC 9(1)V9(4).
           05 RP-INSS            PIC 9(7)V9(2).
           05 RP-IRRF            PIC 9(7)V9(2).
           05 RP-ISS             PIC 9(7)V9(2).
           05 RP-VALOR-LIQUIDO   PIC 9(7)V9(2).
           05 RP-VERSAO-TABELA   PIC 9(8).
           05 RP-COMPETENCIA     PIC 9(6).
           05 RP-DATA-PAGAMENTO  PIC 9(8).
           05 RP-SITUACAO        PIC X(1).
              88 RP-PENDENTE  VALUE "P".
              88 RP-CALCULADO VALUE "C".
              88 RP-REMETIDO  VALUE "R".
              88 RP-CANCELADO VALUE "X".
              88 RP-PAGO      VALUES "C", "R".
