      * Position control (quadro de vagas) record, keyed by
      * department code plus cargo - how many seats of that cargo
      * the department is authorized to fill, and from when to
      * when the authorization holds (QV-DATA-FIM zero means
      * open-ended). ORCAMENTO says how many heads a cost center
      * may carry; this says which positions they may sit in.
      * MOVIMENTACAO-FUNCIONARIOS holds back any admission,
      * transfer or promotion that would put more ACTIVE/AFASTADO
      * employees in a department and cargo than authorized;
      * QUADRO-VAGAS-RELATORIO lists authorized, filled and open
      * seats. Maintained by cadastro/quadro_vagas.cob.
       01  QV-QUADRO-VAGAS.
           05 QV-CHAVE.
               10 QV-DEPARTAMENTO PIC 9(4).
               10 QV-CARGO        PIC 9(4).
           05 QV-QTD-AUTORIZADA PIC 9(5).
           05 QV-DATA-INICIO    PIC 9(8).
           05 QV-DATA-FIM       PIC 9(8).
