      * Parked movement awaiting manager approval, keyed by a
      * sequence number. MOVIMENTACAO-FUNCIONARIOS parks any salary
      * change beyond the configured threshold, and any admission,
      * transfer or change beyond the quadro de vagas (PE-MOTIVO
      * says which until the manager decides), here instead of
      * applying it; cadastro/aprova_movimento.cob lets the
      * DP-GERENTE of the employee's department approve or reject
      * each with a reason, and the next movement run applies the
