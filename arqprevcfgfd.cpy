      *Skeleton COBOL Copybook
           fd arqprevcfg.

      *    One-record config of the sales forecast: how far below the
      *    cota or the meta, in percent, a projected year has to land
      *    before the vendedor or the regiao is flagged.
       01  arqprevcfg-registro.
           03 arqprevcfg-percentual     pic  9(003)v9(002) value zeros.
