      *Skeleton COBOL Copybook
       fd arqagenda.

      *    The monthly visit plan as planejavisita laid it out: one
      *    row per planned visit, keyed by vendedor and day, so the
      *    day's route can be read back by whoever needs it -- the
      *    mobile package above all. Re-planning a month replaces
      *    that vendedor's rows for the month; ordem is the order in
      *    which the planner booked the slot (A clients first).
       01  arqagenda-registro.
           03 arqagenda-chave.
            05 arqagenda-vendedor-codigo pic  9(007) value zeros.
            05 arqagenda-data            pic  9(008) value zeros.
            05 arqagenda-cliente-codigo  pic  9(007) value zeros.
           03 arqagenda-ordem            pic  9(005) value zeros.
           03 arqagenda-mes-plano        pic  9(006) value zeros.
