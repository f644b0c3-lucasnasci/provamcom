      *Skeleton COBOL Copybook
       fd arqrateio.

      *    Commission split of one nota between its titular (the
      *    vendedor on arqvenda) and a coparticipante, who takes the
      *    percentual of the nota; the titular keeps the rest. The
      *    nota itself is untouched: the closing still credits it in
      *    full to the titular and then moves the share across, each
      *    side stamped with the competencia that settled it, so a
      *    split recorded after the titular's month closed is picked
      *    up by the next close. A reversal nota carries a copy of
      *    its original's split under its own NF.
       01  arqrateio-registro.
           03 arqrateio-numero-nf        pic  9(009) value zeros.
           03 arqrateio-titular-codigo   pic  9(007) value zeros.
           03 arqrateio-vendedor-codigo  pic  9(007) value zeros.
           03 arqrateio-percentual       pic  9(003)v9(002) value zeros.
           03 arqrateio-comp-titular     pic  9(006) value zeros.
           03 arqrateio-comp-vendedor    pic  9(006) value zeros.
           03 arqrateio-data             pic  9(008) value zeros.
           03 arqrateio-operador         pic  x(010) value spaces.
      *    Blank when recorded with the venda; the supervisor's
      *    identificacao when the split came in afterwards.
           03 arqrateio-aprovador        pic  x(010) value spaces.
