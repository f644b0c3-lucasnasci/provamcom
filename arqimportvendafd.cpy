           03 arqimportvenda-valor         pic  9(009)v9(002).
           03 arqimportvenda-parcelas      pic  9(002).
           03 arqimportvenda-intervalo     pic  9(003).
      *    Single-product notas name the produto and quantity so the
      *    item row and its taxes can be recorded; zeros (or a line
      *    from an older extract that stops at the intervalo) load
      *    the nota as before, without item nor taxes.
           03 arqimportvenda-produto-codigo
                                           pic  9(005).
           03 arqimportvenda-quantidade    pic  9(005).

       01  arqimportvenda-controle.
           03 arqimportvenda-ctl-tipo      pic  x(001).
