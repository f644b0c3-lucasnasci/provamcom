      *Skeleton COBOL Copybook
           fd arqimporterrovisita.

      *    Visit results from the field that failed the checks the
      *    keyed registration applies, kept whole so the correction
      *    screen can fix them and land them in arqvisita.
       01  arqimporterrovisita-registro.
           03 arqimporterrovisita-linha   pic  9(007) value zeros.
           03 arqimporterrovisita-motivo  pic  x(050) value spaces.
           03 arqimporterrovisita-data    pic  9(008) value zeros.
           03 arqimporterrovisita-hora    pic  9(006) value zeros.
           03 arqimporterrovisita-vendedor-codigo
                                          pic  9(007) value zeros.
           03 arqimporterrovisita-cliente-codigo
                                          pic  9(007) value zeros.
           03 arqimporterrovisita-data-planejada
                                          pic  9(008) value zeros.
           03 arqimporterrovisita-data-realizada
                                          pic  9(008) value zeros.
           03 arqimporterrovisita-resultado
                                          pic  x(001) value spaces.
           03 arqimporterrovisita-nota    pic  x(040) value spaces.
           03 arqimporterrovisita-checkin-lat
                                          pic s9(003)v9(008)
                                           value zeros.
           03 arqimporterrovisita-checkin-lon
                                          pic s9(003)v9(008)
                                           value zeros.
           03 arqimporterrovisita-checkin-hora
                                          pic  9(006) value zeros.
