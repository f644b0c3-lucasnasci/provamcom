      *Skeleton COBOL Copybook
           fd arqcsvextrato.

      *    Statement lines for the spreadsheet or the e-mail body:
      *    secao M is the movement of the period, A the open saldo.
       01  arqcsvextrato-registro.
           03 arqcsvextrato-cliente-codigo pic  9(007).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvextrato-secao       pic  x(001).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvextrato-data        pic  9(008).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvextrato-tipo        pic  x(010).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvextrato-numero-nf   pic  9(009).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvextrato-parcela     pic  9(002).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvextrato-vencimento  pic  9(008).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvextrato-valor       pic  -(011)9,99.
           03 filler                    pic  x(001) value ';'.
           03 arqcsvextrato-saldo       pic  -(011)9,99.

       01  arqcsvextrato-cabecalho      pic  x(080).
