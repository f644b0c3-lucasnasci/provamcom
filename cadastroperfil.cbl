                         "Codigo de cliente final (0 = sem limite)".
               05  line  14  col  43   using wk-codigo-final.
               05  line  15  col  05 value
                         "Agrupar (L local/C CNPJ/S sinaliza/N)".
               05  line  15  col  43   using wk-agrupamento.
               05  line  16  col  05 value
                         "Capacidade por valor atribuido (S/N)".
