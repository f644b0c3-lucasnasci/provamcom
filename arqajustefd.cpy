      *Skeleton COBOL Copybook
       fd arqajuste.

      *    Advances and deductions against a vendedor's commission,
      *    by competencia. Every row is a value to take off the
      *    payroll line: the commission closing nets the pendentes of
      *    the period (and any earlier ones) and marks them liquidado
      *    with the competencia that absorbed them. A negative net
      *    comes back as a 'T' row in the following competencia.
       01  arqajuste-registro.
           03 arqajuste-chave.
            05 arqajuste-empresa         pic  9(003) value zeros.
            05 arqajuste-vendedor-codigo pic  9(007) value zeros.
            05 arqajuste-competencia     pic  9(006) value zeros.
            05 arqajuste-sequencia       pic  9(003) value zeros.
           03 arqajuste-tipo             pic  x(001) value 'A'.
               88 arqajuste-adiantamento value 'A'.
               88 arqajuste-desconto     value 'D'.
               88 arqajuste-transporte   value 'T'.
               88 arqajuste-tipo-valido  value 'A' 'D'.
           03 arqajuste-descricao        pic  x(030) value spaces.
           03 arqajuste-valor            pic  9(009)v9(002) value zeros.
           03 arqajuste-situacao         pic  x(001) value 'P'.
               88 arqajuste-pendente     value 'P'.
               88 arqajuste-liquidado    value 'L'.
           03 arqajuste-comp-liquidacao  pic  9(006) value zeros.
      *    On a 'T' row, the competencia whose negative net it carries.
           03 arqajuste-comp-origem      pic  9(006) value zeros.
           03 arqajuste-data             pic  9(008) value zeros.
           03 arqajuste-operador         pic  x(010) value spaces.
