      *Skeleton COBOL Copybook
           fd arqriscocfg.

      *    One-record config of the churn-risk scoring: the score at
      *    which a client goes to triage and the length in days of
      *    the recent window measured against the client's history.
       01  arqriscocfg-registro.
           03 arqriscocfg-limite        pic  9(003) value zeros.
           03 arqriscocfg-janela        pic  9(003) value zeros.
