      *Skeleton COBOL Copybook
           fd arqretmobile.

      *    What the vendedor's device sends back: a header naming
      *    the vendedor, the visit results ('V') and the orders
      *    taken ('P', one nota per line with the same fields the
      *    billing feed carries), and a trailer with the count and
      *    the sum of the client codes of the data records.
       01  arqretmobile-registro.
           03 arqretmobile-tipo           pic  x(001).
               88 arqretmobile-header     value 'H'.
               88 arqretmobile-visita     value 'V'.
               88 arqretmobile-pedido     value 'P'.
               88 arqretmobile-trailer    value 'T'.
           03 arqretmobile-dados          pic  x(099).

       01  arqretmobile-controle.
           03 arqretmobile-ctl-tipo       pic  x(001).
           03 arqretmobile-ctl-vendedor   pic  9(007).
           03 arqretmobile-ctl-data       pic  9(008).
           03 arqretmobile-ctl-qtd        pic  9(007).
           03 arqretmobile-ctl-hash       pic  9(015).

       01  arqretmobile-dados-visita.
           03 arqretmobile-vis-tipo       pic  x(001).
           03 arqretmobile-vis-cliente    pic  9(007).
           03 arqretmobile-vis-data-planejada
                                          pic  9(008).
           03 arqretmobile-vis-data-realizada
                                          pic  9(008).
           03 arqretmobile-vis-resultado  pic  x(001).
           03 arqretmobile-vis-nota       pic  x(040).
           03 arqretmobile-vis-lat        pic s9(003)v9(008)
                                           sign leading separate.
           03 arqretmobile-vis-lon        pic s9(003)v9(008)
                                           sign leading separate.
           03 arqretmobile-vis-hora       pic  9(006).

       01  arqretmobile-dados-pedido.
           03 arqretmobile-ped-tipo       pic  x(001).
           03 arqretmobile-ped-numero-nf  pic  9(009).
           03 arqretmobile-ped-cliente    pic  9(007).
           03 arqretmobile-ped-data       pic  9(008).
           03 arqretmobile-ped-valor      pic  9(009)v9(002).
           03 arqretmobile-ped-parcelas   pic  9(002).
           03 arqretmobile-ped-intervalo  pic  9(003).
