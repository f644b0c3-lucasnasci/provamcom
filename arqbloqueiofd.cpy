      *Skeleton COBOL Copybook
       fd arqbloqueio.

      *    Delinquency hold per client, rebuilt by the nightly run:
      *    ativo while the oldest open parcela is past the configured
      *    days, liberado (kept for the record) once it is settled.
      *    A client with no row was never held.
       01  arqbloqueio-registro.
           03 arqbloqueio-cliente-codigo pic  9(007) value zeros.
           03 arqbloqueio-empresa       pic  9(003) value zeros.
           03 arqbloqueio-situacao      pic  x(001) value 'A'.
               88 arqbloqueio-ativo     value 'A'.
               88 arqbloqueio-liberado  value 'L'.
           03 arqbloqueio-dias-atraso   pic  9(005) value zeros.
           03 arqbloqueio-numero-nf     pic  9(009) value zeros.
           03 arqbloqueio-parcela       pic  9(002) value zeros.
           03 arqbloqueio-qtd-vencidas  pic  9(003) value zeros.
           03 arqbloqueio-saldo-vencido pic  9(009)v9(002) value zeros.
           03 arqbloqueio-data-bloqueio pic  9(008) value zeros.
           03 arqbloqueio-data-liberacao pic  9(008) value zeros.
           03 arqbloqueio-data-avaliacao pic  9(008) value zeros.
