      *Skeleton COBOL Copybook
       fd arqcalendario.

      *    A day without processing. Blank uf and cidade make it a
      *    national date; a uf alone scopes it to that state and a
      *    uf with a cidade to that municipality only. The cidade is
      *    kept in upper case, as the client's cidade is compared.
       01  arqcalendario-registro.
           03 arqcalendario-chave.
            05 arqcalendario-data        pic  9(008) value zeros.
            05 arqcalendario-uf          pic  x(002) value spaces.
            05 arqcalendario-cidade      pic  x(030) value spaces.
           03 arqcalendario-motivo      pic  x(030) value spaces.
           03 arqcalendario-escopo      pic  x(001) value 'N'.
               88 arqcalendario-nacional value 'N'.
               88 arqcalendario-estadual value 'U'.
               88 arqcalendario-municipal value 'C'.
