      *Skeleton COBOL Copybook
       fd arqdevolucao.

      *    Lines of the partial returns (devolucao parcial), one row
      *    per item of the original nota per return document. The
      *    return itself is an 'R' reversal in arqvenda carrying
      *    items of its own under its NF; this file ties each of
      *    those back to the original item, so what is still
      *    returnable is the quantity sold less the rows found here.
      *    Each return also has one document row, sequencia 000 and
      *    no quantidade, whose valor is what the return took off the
      *    parcelas of the original nota itself.
      *    An item row also keeps the cost and taxes it reversed, so
      *    the last return of an item can take exactly what is left
      *    of them; all zeros on the document row.
       01  arqdevolucao-registro.
           03 arqdevolucao-chave.
            05 arqdevolucao-nf-origem    pic  9(009) value zeros.
            05 arqdevolucao-sequencia    pic  9(003) value zeros.
            05 arqdevolucao-numero-nf    pic  9(009) value zeros.
           03 arqdevolucao-data          pic  9(008) value zeros.
           03 arqdevolucao-quantidade    pic  9(005) value zeros.
           03 arqdevolucao-valor         pic  9(009)v9(002) value zeros.
           03 arqdevolucao-operador      pic  x(010) value spaces.
           03 arqdevolucao-custo         pic  9(009)v9(002) value zeros.
           03 arqdevolucao-base-icms     pic  9(009)v9(002) value zeros.
           03 arqdevolucao-valor-icms    pic  9(009)v9(002) value zeros.
           03 arqdevolucao-valor-ipi     pic  9(009)v9(002) value zeros.
