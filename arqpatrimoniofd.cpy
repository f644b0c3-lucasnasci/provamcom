      *Skeleton COBOL Copybook
       fd arqpatrimonio.

      *    Equipment lent to clients under comodato -- refrigerators,
      *    display stands -- keyed by the patrimonio tag number. The
      *    record carries where the item is now; how it got there is
      *    in arqcomodato.
       01  arqpatrimonio-registro.
           03 arqpatrimonio-codigo       pic  9(007) value zeros.
           03 arqpatrimonio-empresa      pic  9(003) value 1.
           03 arqpatrimonio-tipo         pic  x(001) value spaces.
               88 arqpatrimonio-geladeira value 'G'.
               88 arqpatrimonio-expositor value 'E'.
               88 arqpatrimonio-outro    value 'O'.
           03 arqpatrimonio-descricao    pic  x(040) value spaces.
           03 arqpatrimonio-valor        pic  9(009)v9(002) value zeros.
           03 arqpatrimonio-situacao     pic  x(001) value 'D'.
               88 arqpatrimonio-deposito value 'D'.
               88 arqpatrimonio-comodato value 'C'.
               88 arqpatrimonio-recolher value 'R'.
               88 arqpatrimonio-baixado  value 'B'.
           03 arqpatrimonio-cliente-codigo pic 9(007) value zeros.
           03 arqpatrimonio-data-instalacao pic 9(008) value zeros.
      *    Condition as last seen: B bom, R regular, D danificado,
      *    N nao localizado. Confirmed on the visit or on recovery.
           03 arqpatrimonio-estado       pic  x(001) value 'B'.
               88 arqpatrimonio-bom      value 'B'.
               88 arqpatrimonio-regular  value 'R'.
               88 arqpatrimonio-danificado value 'D'.
               88 arqpatrimonio-nao-localizado value 'N'.
           03 arqpatrimonio-data-conferencia pic 9(008) value zeros.
           03 arqpatrimonio-vendedor-conferencia
                                         pic  9(007) value zeros.
