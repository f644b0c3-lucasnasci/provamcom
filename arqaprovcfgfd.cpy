      *Skeleton COBOL Copybook
           fd arqaprovcfg.

      *    One-record config of the maker-checker control: 'S' on
      *    each master field whose changes wait for a second
      *    operator's approval. No file at all holds every field --
      *    the control is off only where a supervisor turned it off.
       01  arqaprovcfg-registro.
           03 arqaprovcfg-vend-taxa     pic  x(001) value 'S'.
           03 arqaprovcfg-vend-cota     pic  x(001) value 'S'.
           03 arqaprovcfg-vend-capacidade
                                        pic  x(001) value 'S'.
           03 arqaprovcfg-cli-limite    pic  x(001) value 'S'.
           03 arqaprovcfg-ctr-taxa      pic  x(001) value 'S'.
