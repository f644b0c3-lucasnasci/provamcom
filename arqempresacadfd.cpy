           03 arqempresacad-tipo        pic  x(001) value 'P'.
               88 arqempresacad-producao value 'P' ' '.
               88 arqempresacad-treinamento value 'T'.
      *    Basis of the commission closing: competencia pays on the
      *    notas of the month, caixa only on the parcelas actually
      *    received in it.
           03 arqempresacad-regime-comissao
                                        pic  x(001) value 'C'.
               88 arqempresacad-regime-competencia value 'C' ' '.
               88 arqempresacad-regime-caixa value 'X'.
      *    What the commission rate is applied to: R the value of the
      *    notas, M their gross margin, so a deep discount costs the
      *    vendedor too.
           03 arqempresacad-base-comissao
                                        pic  x(001) value 'R'.
               88 arqempresacad-base-receita value 'R' ' '.
               88 arqempresacad-base-margem value 'M'.
