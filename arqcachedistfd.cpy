                                          value zeros.
           03 arqcachedist-distancia     pic s9(005)v9(002)
                                          value zeros.
      *    A routing-engine figure imported for the pair: real road
      *    kilometers and drive time. Only trusted while the stored
      *    coordinates above still match both masters, exactly like
      *    the estimated distancia; an 'E' row carries geometry only.
           03 arqcachedist-origem        pic  x(001) value 'E'.
               88 arqcachedist-estimada  value 'E'.
               88 arqcachedist-real      value 'R'.
           03 arqcachedist-km-real       pic s9(005)v9(002)
                                          value zeros.
           03 arqcachedist-minutos       pic  9(005) value zeros.
           03 arqcachedist-data-real     pic  9(008) value zeros.
