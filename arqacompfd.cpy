      *Skeleton COBOL Copybook
       fd arqacomp.

      *    A supervisor's ride-along on one of the vendedor's planned
      *    visits -- keyed exactly like the arqagenda slot it rides
      *    on -- and, once done, the coaching evaluation: one score
      *    from 1 to 5 per criterion (abordagem, conhecimento do
      *    produto, negociacao, fechamento, pos-venda) and their mean.
       01  arqacomp-registro.
           03 arqacomp-chave.
            05 arqacomp-vendedor-codigo  pic  9(007) value zeros.
            05 arqacomp-data             pic  9(008) value zeros.
            05 arqacomp-cliente-codigo   pic  9(007) value zeros.
           03 arqacomp-supervisor-codigo pic  9(007) value zeros.
           03 arqacomp-empresa           pic  9(003) value 1.
           03 arqacomp-situacao          pic  x(001) value 'A'.
               88 arqacomp-agendado      value 'A'.
               88 arqacomp-realizado     value 'R'.
               88 arqacomp-cancelado     value 'C'.
           03 arqacomp-data-agendamento  pic  9(008) value zeros.
           03 arqacomp-operador          pic  x(010) value spaces.
           03 arqacomp-notas.
            05 arqacomp-nota             occurs 5 pic 9(001).
           03 arqacomp-media             pic  9(001)v9(002)
                                          value zeros.
           03 arqacomp-observacao        pic  x(060) value spaces.
           03 arqacomp-data-avaliacao    pic  9(008) value zeros.
