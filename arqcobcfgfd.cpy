      *Skeleton COBOL Copybook
           fd arqcobcfg.

      *    One-record config of the dunning run: days past vencimento
      *    at which each letter stage becomes due.
       01  arqcobcfg-registro.
           03 arqcobcfg-dias-lembrete   pic  9(003) value zeros.
           03 arqcobcfg-dias-notificacao pic  9(003) value zeros.
           03 arqcobcfg-dias-aviso-final pic  9(003) value zeros.
