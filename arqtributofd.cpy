      *Skeleton COBOL Copybook
       fd arqtributo.

      *    Tax rule of a product sold into a destination uf: the
      *    CFOP and CST codes the nota carries, the ICMS and IPI
      *    rates and, where the state grants one, the percentage by
      *    which the ICMS base is reduced. A row with uf blank is
      *    the product's rule for every uf without a row of its own.
       01  arqtributo-registro.
           03 arqtributo-chave.
            05 arqtributo-produto-codigo pic  9(005) value zeros.
            05 arqtributo-uf             pic  x(002) value spaces.
           03 arqtributo-cfop            pic  9(004) value zeros.
           03 arqtributo-cst-icms        pic  x(003) value spaces.
           03 arqtributo-aliq-icms       pic  9(002)v9(002) value zeros.
           03 arqtributo-reducao-base    pic  9(003)v9(002) value zeros.
           03 arqtributo-cst-ipi         pic  x(002) value spaces.
           03 arqtributo-aliq-ipi        pic  9(002)v9(002) value zeros.
           03 arqtributo-status          pic  x(001) value 'A'.
               88 arqtributo-ativo       value 'A'.
               88 arqtributo-inativo     value 'I'.
