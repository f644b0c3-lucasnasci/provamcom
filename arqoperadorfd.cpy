      *    numbers; zeros for back-office operators.
           03 arqoperador-vendedor-codigo
                                        pic  9(007) value zeros.
      *    Personal-data privilege: 'S' shows CNPJ, CPF, telefone
      *    and e-mail in full (every such view goes to arqlgpd);
      *    anything else gets the masked form from mascaradados.
           03 arqoperador-dados-pessoais
                                        pic  x(001) value 'N'.
               88 arqoperador-ve-dados-completos value 'S'.
