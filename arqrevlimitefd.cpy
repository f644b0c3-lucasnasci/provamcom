      *Skeleton COBOL Copybook
       fd arqrevlimite.

      *    Credit limit proposals of the periodic review: one row per
      *    client per review run, pending until a supervisor accepts
      *    (as proposed or edited) or rejects it. A newer run retires
      *    a proposal still pending from an older one.
       01  arqrevlimite-registro.
           03 arqrevlimite-chave.
            05 arqrevlimite-cliente-codigo
                                         pic  9(007) value zeros.
            05 arqrevlimite-data         pic  9(008) value zeros.
           03 arqrevlimite-empresa       pic  9(003) value zeros.
           03 arqrevlimite-limite-atual  pic  9(009)v9(002) value zeros.
           03 arqrevlimite-limite-proposto
                                         pic  9(009)v9(002) value zeros.
      *    What the proposal was measured from: purchases of the
      *    last twelve months and the average days late of the
      *    parcelas paid in that time.
           03 arqrevlimite-compras-12m   pic  9(011)v9(002) value zeros.
           03 arqrevlimite-titulos-pagos pic  9(005) value zeros.
           03 arqrevlimite-atraso-medio  pic  9(005) value zeros.
           03 arqrevlimite-situacao      pic  x(001) value 'P'.
               88 arqrevlimite-pendente  value 'P'.
               88 arqrevlimite-aceita    value 'A'.
               88 arqrevlimite-editada   value 'E'.
               88 arqrevlimite-rejeitada value 'R'.
               88 arqrevlimite-substituida value 'S'.
           03 arqrevlimite-limite-aprovado
                                         pic  9(009)v9(002) value zeros.
           03 arqrevlimite-operador-dec  pic  x(010) value spaces.
           03 arqrevlimite-data-dec      pic  9(008) value zeros.
           03 arqrevlimite-hora-dec      pic  9(006) value zeros.
