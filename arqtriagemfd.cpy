                88 arqtriagem-excecao    value 'E'.
                88 arqtriagem-cobertura  value 'C'.
                88 arqtriagem-inatividade value 'I'.
                88 arqtriagem-risco      value 'R'.
                88 arqtriagem-grupo      value 'G'.
                88 arqtriagem-recolhimento value 'Q'.
                88 arqtriagem-contato    value 'M'.
                88 arqtriagem-janela     value 'J'.
            05 arqtriagem-cliente-codigo pic  9(007) value zeros.
           03 arqtriagem-cliente-raz-soc pic  x(040) value spaces.
           03 arqtriagem-detalhe         pic  x(030) value spaces.
