       01  arqrelcliente-linha.
           03 arqrelcliente-codigo    pic  9(007).
           03 filler                  pic  x(002) value spaces.
           03 arqrelcliente-cnpj      pic  x(018).
           03 filler                  pic  x(002) value spaces.
           03 arqrelcliente-raz-soc   pic  x(040).
           03 filler                  pic  x(002) value spaces.
