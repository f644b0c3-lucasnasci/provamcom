      *Skeleton COBOL Copybook
      *    Parameter block of mascaradados. A program asks once for
      *    the logged operator's privilege (funcao P), then hands
      *    each CNPJ, CPF, telefone or e-mail through it: the
      *    exibicao comes back in full, formatted, when the
      *    operator may see personal data, masked otherwise.
       01  wk-mascara.
           05 wk-mk-funcao               pic  x(001).
               88 wk-mk-privilegio       value 'P'.
               88 wk-mk-cnpj             value 'J'.
               88 wk-mk-cpf              value 'F'.
               88 wk-mk-telefone         value 'T'.
               88 wk-mk-email            value 'E'.
           05 wk-mk-operador             pic  x(010).
           05 wk-mk-completo             pic  x(001).
               88 wk-mk-sem-mascara      value 'S'.
           05 wk-mk-numero               pic  9(014).
           05 wk-mk-texto                pic  x(060).
           05 wk-mk-exibicao             pic  x(060).
