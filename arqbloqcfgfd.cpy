      *Skeleton COBOL Copybook
           fd arqbloqcfg.

      *    One-record config of the delinquency hold: days past the
      *    vencimento of the oldest open parcela that put a client
      *    on hold for vendas a prazo.
       01  arqbloqcfg-registro.
           03 arqbloqcfg-dias-bloqueio  pic  9(003) value zeros.
