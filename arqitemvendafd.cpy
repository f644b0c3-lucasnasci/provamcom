                                         pic  9(007)v9(002) value zeros.
           03 arqitemvenda-valor-total   pic  9(009)v9(002) value zeros.
           03 arqitemvenda-linha-produto pic  x(001) value spaces.
      *    Cost frozen the same way, from the product master at
      *    capture: the gross margin of the item is valor-total less
      *    custo-total.
           03 arqitemvenda-custo-unitario
                                         pic  9(007)v9(002) value zeros.
           03 arqitemvenda-custo-total   pic  9(009)v9(002) value zeros.
      *    Taxes of the item as invoiced, from the arqtributo rule
      *    of the product for the client's uf at capture: CFOP and
      *    CST codes, the ICMS base (after any reduction), rates and
      *    amounts. IPI is recorded, not added to valor-total.
           03 arqitemvenda-tributos.
            05 arqitemvenda-cfop         pic  9(004) value zeros.
            05 arqitemvenda-cst-icms     pic  x(003) value spaces.
            05 arqitemvenda-base-icms    pic  9(009)v9(002) value zeros.
            05 arqitemvenda-aliq-icms    pic  9(002)v9(002) value zeros.
            05 arqitemvenda-valor-icms   pic  9(009)v9(002) value zeros.
            05 arqitemvenda-cst-ipi      pic  x(002) value spaces.
            05 arqitemvenda-aliq-ipi     pic  9(002)v9(002) value zeros.
            05 arqitemvenda-valor-ipi    pic  9(009)v9(002) value zeros.
      *    Depot the item was served from and whether it moved stock
      *    there: reserved while the nota was keyed, deducted when it
      *    posted. An estorno returns to that same depot only what
      *    was actually deducted -- items keyed before stock was
      *    kept, or brought in by the import, carry a space.
           03 arqitemvenda-cd-codigo     pic  9(005) value zeros.
           03 arqitemvenda-estoque       pic  x(001) value spaces.
               88 arqitemvenda-com-estoque
                                         value 'S'.
