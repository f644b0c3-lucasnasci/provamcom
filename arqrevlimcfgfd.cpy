      *Skeleton COBOL Copybook
           fd arqrevlimcfg.

      *    One-record config of the credit limit review: how many
      *    months of the client's average purchases the limit should
      *    cover, and the change (in percent of the current limit)
      *    below which no proposal is raised.
       01  arqrevlimcfg-registro.
           03 arqrevlimcfg-meses        pic  9(002) value zeros.
           03 arqrevlimcfg-tolerancia   pic  9(003) value zeros.
