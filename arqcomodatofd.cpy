      *Skeleton COBOL Copybook
       fd arqcomodato.

      *    Placement history of the comodato equipment, one row per
      *    stay of a patrimonio at a client; keyed by client first
      *    so everything a client holds reads in one START. A row
      *    with data-retirada zero is equipment still on site.
       01  arqcomodato-registro.
           03 arqcomodato-chave.
            05 arqcomodato-cliente-codigo pic 9(007) value zeros.
            05 arqcomodato-patrimonio    pic  9(007) value zeros.
            05 arqcomodato-data-instalacao pic 9(008) value zeros.
           03 arqcomodato-data-retirada  pic  9(008) value zeros.
           03 arqcomodato-estado         pic  x(001) value 'B'.
           03 arqcomodato-data-conferencia pic 9(008) value zeros.
           03 arqcomodato-operador       pic  x(010) value spaces.
