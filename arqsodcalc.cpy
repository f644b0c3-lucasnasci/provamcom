      *    Parameter block of verificasod: the operator, the options
      *    granted now and the ones held before the change (spaces
      *    when there is no before), and back the conflicting pairs
      *    the grants hit -- each with whether an exception covers
      *    it and whether the change is what creates it.
           01 wk-sod.
              05 wk-sod-operador        pic x(010).
              05 wk-sod-opcoes          pic x(150).
              05 wk-sod-opcoes-r redefines wk-sod-opcoes.
                 07 wk-sod-opcao        occurs 30 pic x(005).
              05 wk-sod-anteriores      pic x(150).
              05 wk-sod-anteriores-r redefines wk-sod-anteriores.
                 07 wk-sod-anterior     occurs 30 pic x(005).
              05 wk-sod-resultado       pic x(001).
                 88 wk-sod-ok           value 'O'.
                 88 wk-sod-indisponivel value 'X'.
              05 wk-sod-qtd             pic 9(003).
              05 wk-sod-qtd-novos       pic 9(003).
              05 wk-sod-qtd-abertos     pic 9(003).
              05 wk-sod-item            occurs 20.
                 07 wk-sod-opcao-a      pic x(005).
                 07 wk-sod-opcao-b      pic x(005).
                 07 wk-sod-descricao    pic x(040).
                 07 wk-sod-situacao     pic x(001).
                    88 wk-sod-conflito  value 'C'.
                    88 wk-sod-excecao   value 'E'.
                    88 wk-sod-vencida   value 'V'.
                 07 wk-sod-validade     pic 9(008).
                 07 wk-sod-novo         pic x(001).
                    88 wk-sod-e-novo    value 'S'.
