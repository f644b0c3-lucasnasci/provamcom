           03 arqcadeiacfg-retomada     pic  x(001) value 'C'.
               88 arqcadeiacfg-resume   value 'R'.
               88 arqcadeiacfg-completa value 'C' ' '.
      *    End of the batch window, HHMM -- the hour the branches
      *    open. Before each step the chain adds the average time of
      *    the steps still to run (over the last dias-media days of
      *    arqtempopasso) to the time already spent and warns when
      *    the total would pass it. Zeros switch the check off.
           03 arqcadeiacfg-janela-fim   pic  9(004) value zeros.
           03 arqcadeiacfg-dias-media   pic  9(003) value zeros.
