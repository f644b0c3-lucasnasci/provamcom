      *Skeleton COBOL Copybook
      *    Parameter block of calculatributo. The caller fills the
      *    produto, the destination uf and the item value; the rest
      *    comes back -- rule found or not, the codes to print on
      *    the nota and the ICMS and IPI amounts, rounded to the
      *    centavo per item.
       01  wk-calculo-tributo.
           05 wk-trb-produto             pic  9(005).
           05 wk-trb-uf                  pic  x(002).
           05 wk-trb-valor               pic  9(009)v9(002).
           05 wk-trb-regra               pic  x(001).
               88 wk-trb-com-regra       value 'S'.
               88 wk-trb-sem-regra       value 'N'.
           05 wk-trb-cfop                pic  9(004).
           05 wk-trb-cst-icms            pic  x(003).
           05 wk-trb-base-icms           pic  9(009)v9(002).
           05 wk-trb-aliq-icms           pic  9(002)v9(002).
           05 wk-trb-valor-icms          pic  9(009)v9(002).
           05 wk-trb-cst-ipi             pic  x(002).
           05 wk-trb-aliq-ipi            pic  9(002)v9(002).
           05 wk-trb-valor-ipi           pic  9(009)v9(002).
