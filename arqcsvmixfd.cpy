      *Skeleton COBOL Copybook
           fd arqcsvmix.

      *    Flat product-mix extract for the commercial spreadsheets:
      *    one row per produto, regiao and competencia, net of
      *    estornos, carrying the product's ABC class so the pivot
      *    can cut by class without a second lookup.
       01  arqcsvmix-registro.
           03 arqcsvmix-produto-codigo  pic  9(005).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvmix-descricao       pic  x(040).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvmix-regiao-codigo   pic  9(007).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvmix-competencia     pic  9(006).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvmix-quantidade      pic  -(007)9.
           03 filler                    pic  x(001) value ';'.
           03 arqcsvmix-valor           pic  -(011)9,99.
           03 filler                    pic  x(001) value ';'.
           03 arqcsvmix-classe          pic  x(001).

       01  arqcsvmix-cabecalho          pic  x(080).
