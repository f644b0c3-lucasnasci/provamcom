       01  arqrelvendedor-linha.
           03 arqrelvendedor-codigo   pic  9(007).
           03 filler                  pic  x(002) value spaces.
           03 arqrelvendedor-cpf      pic  x(014).
           03 filler                  pic  x(002) value spaces.
           03 arqrelvendedor-nome     pic  x(040).
           03 filler                  pic  x(002) value spaces.
