      *Skeleton COBOL Copybook
           fd arqpddcfg.

      *    One-record config of the provisao para devedores duvidosos:
      *    the percentage of the open saldo provisioned in each aging
      *    bucket of the month-end report.
       01  arqpddcfg-registro.
           03 arqpddcfg-em-dia          pic  9(003)v9(002) value zeros.
           03 arqpddcfg-ate-30          pic  9(003)v9(002) value zeros.
           03 arqpddcfg-ate-60          pic  9(003)v9(002) value zeros.
           03 arqpddcfg-ate-90          pic  9(003)v9(002) value zeros.
           03 arqpddcfg-acima-90        pic  9(003)v9(002) value zeros.
