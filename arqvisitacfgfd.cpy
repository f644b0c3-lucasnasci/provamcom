      *Skeleton COBOL Copybook
           fd arqvisitacfg.

      *    One-record config of the visit check-in: how far (in km)
      *    the position captured on the street may lie from the
      *    client's coordinates before the visit is flagged.
       01  arqvisitacfg-registro.
           03 arqvisitacfg-tolerancia   pic  9(003)v9(002) value zeros.
