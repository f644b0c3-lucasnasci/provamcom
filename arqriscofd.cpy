      *Skeleton COBOL Copybook
       fd arqrisco.

      *    Churn-risk score history: one row per client per scoring
      *    run, so the trend of a client can be followed over time.
      *    The score (0-100) is the sum of the five parcels below,
      *    each kept with the raw figures it was measured from.
       01  arqrisco-registro.
           03 arqrisco-chave.
            05 arqrisco-cliente-codigo   pic  9(007) value zeros.
            05 arqrisco-data             pic  9(008) value zeros.
           03 arqrisco-score             pic  9(003) value zeros.
           03 arqrisco-limite            pic  9(003) value zeros.
           03 arqrisco-situacao          pic  x(001) value 'N'.
               88 arqrisco-normal        value 'N'.
               88 arqrisco-alerta        value 'A'.
      *    Purchase frequency and value: the recent window against
      *    the average window of the twelve months before it.
           03 arqrisco-pontos-frequencia pic  9(003) value zeros.
           03 arqrisco-pontos-valor      pic  9(003) value zeros.
           03 arqrisco-notas-recentes    pic  9(005) value zeros.
           03 arqrisco-notas-historico   pic  9(005) value zeros.
           03 arqrisco-valor-recente     pic  9(009)v9(002) value zeros.
           03 arqrisco-valor-historico   pic  9(009)v9(002) value zeros.
      *    Overdue open parcelas, open ocorrencias and visits skipped
      *    in the recent window.
           03 arqrisco-pontos-atraso     pic  9(003) value zeros.
           03 arqrisco-titulos-vencidos  pic  9(003) value zeros.
           03 arqrisco-pontos-ocorrencia pic  9(003) value zeros.
           03 arqrisco-ocorrencias       pic  9(003) value zeros.
           03 arqrisco-pontos-visita     pic  9(003) value zeros.
           03 arqrisco-visitas-puladas   pic  9(003) value zeros.
