      *Skeleton COBOL Copybook
           fd arqcnabrej.

      *    Exception list of the bank return: rejected entries and
      *    settlements that could not be matched to an open titulo.
      *    Extended on every run for the desk to work through.
       01  arqcnabrej-registro.
           03 arqcnabrej-data-proc      pic  9(008) value zeros.
           03 arqcnabrej-hora-proc      pic  9(006) value zeros.
           03 arqcnabrej-numero-nf      pic  9(009) value zeros.
           03 arqcnabrej-parcela        pic  9(002) value zeros.
           03 arqcnabrej-ocorrencia     pic  9(002) value zeros.
           03 arqcnabrej-motivo-banco   pic  x(008) value spaces.
           03 arqcnabrej-valor-pago     pic  9(011)v9(002) value zeros.
           03 arqcnabrej-descricao      pic  x(040) value spaces.
