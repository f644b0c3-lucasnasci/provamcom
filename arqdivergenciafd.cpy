           03 arqdivergencia-vendedor-inf   pic  9(007) value zeros.
           03 arqdivergencia-vendedor-atr   pic  9(007) value zeros.
           03 arqdivergencia-aprovador      pic  x(010) value spaces.
      *    Marked on the 05.01 listing once somebody has looked at
      *    it; a month does not close over unreviewed rows. Rows
      *    written before the mark existed read back blank.
           03 arqdivergencia-revisao        pic  x(001) value 'N'.
               88 arqdivergencia-revisada   value 'S'.
           03 arqdivergencia-revisor        pic  x(010) value spaces.
           03 arqdivergencia-data-revisao   pic  9(008) value zeros.
