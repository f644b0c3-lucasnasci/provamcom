      *Skeleton COBOL Copybook
       fd arqfiscal.

      *    The accounting system's fixed layout: one record per NF
      *    of the closed competencia, bracketed by the standard
      *    header/trailer with count and value total. From version
      *    2 the nota carries its ICMS and IPI and is followed by
      *    one 'I' record per item with the tax codes and figures;
      *    count and hash still cover the 'D' records only. From
      *    version 3 a partial return is marked 'D' in estorno and
      *    carries its own items; 'E' still reverses a whole nota.
       01  arqfiscal-registro.
           03 arqfiscal-tipo         pic  x(001) value 'D'.
           03 arqfiscal-numero-nf    pic  9(009) value zeros.
           03 arqfiscal-data         pic  9(008) value zeros.
           03 arqfiscal-cnpj         pic  9(014) value zeros.
           03 arqfiscal-valor        pic  9(009)v9(002) value zeros.
           03 arqfiscal-estorno      pic  x(001) value spaces.
           03 arqfiscal-valor-icms   pic  9(009)v9(002) value zeros.
           03 arqfiscal-valor-ipi    pic  9(009)v9(002) value zeros.

       01  arqfiscal-item.
           03 arqfiscal-it-tipo      pic  x(001).
           03 arqfiscal-it-numero-nf pic  9(009).
           03 arqfiscal-it-sequencia pic  9(003).
           03 arqfiscal-it-produto   pic  9(005).
           03 arqfiscal-it-valor     pic  9(009)v9(002).
           03 arqfiscal-it-cfop      pic  9(004).
           03 arqfiscal-it-cst-icms  pic  x(003).
           03 arqfiscal-it-base-icms pic  9(009)v9(002).
           03 arqfiscal-it-aliq-icms pic  9(002)v9(002).
           03 arqfiscal-it-valor-icms
                                     pic  9(009)v9(002).
           03 arqfiscal-it-cst-ipi   pic  x(002).
           03 arqfiscal-it-aliq-ipi  pic  9(002)v9(002).
           03 arqfiscal-it-valor-ipi pic  9(009)v9(002).

       01  arqfiscal-controle.
           03 arqfiscal-ctl-tipo     pic  x(001).
               88 arqfiscal-ctl-header  value 'H'.
               88 arqfiscal-ctl-trailer value 'T'.
           03 arqfiscal-ctl-feed     pic  x(008).
           03 arqfiscal-ctl-data     pic  9(008).
           03 arqfiscal-ctl-versao   pic  9(003).
           03 arqfiscal-ctl-qtd      pic  9(007).
           03 arqfiscal-ctl-hash     pic  9(015).
