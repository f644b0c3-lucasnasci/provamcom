      *Skeleton COBOL Copybook
           fd arqjuroscfg.

      *    One-record late-payment policy of the baixa: juros per day
      *    of delay and a fixed multa, both as a percent of the
      *    principal being settled, after a grace of carencia days.
       01  arqjuroscfg-registro.
           03 arqjuroscfg-juros-dia     pic  9(002)v9(004) value zeros.
           03 arqjuroscfg-multa         pic  9(002)v9(002) value zeros.
           03 arqjuroscfg-carencia      pic  9(003) value zeros.
