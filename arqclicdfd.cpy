      *Skeleton COBOL Copybook
       fd arqclicd.

      *    The depot serving each client, as atribuicd last placed
      *    them: road distance (crow-flies times the road factor of
      *    the client's regiao), the straight line it came from, and
      *    the depot they had before when the last run moved them.
       01  arqclicd-registro.
           03 arqclicd-cliente-codigo    pic  9(007) value zeros.
           03 arqclicd-empresa           pic  9(003) value 1.
           03 arqclicd-cd-codigo         pic  9(005) value zeros.
           03 arqclicd-distancia         pic s9(005)v9(002)
                                          value zeros.
           03 arqclicd-distancia-reta    pic s9(005)v9(002)
                                          value zeros.
           03 arqclicd-cd-anterior       pic  9(005) value zeros.
           03 arqclicd-data              pic  9(008) value zeros.
