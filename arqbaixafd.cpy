      *Skeleton COBOL Copybook
       fd arqbaixa.

      *    One settlement row per payment received against a parcela:
      *    what came in, split into principal and the encargos of the
      *    delay. A parcela paid in three installments has three rows.
       01  arqbaixa-registro.
           03 arqbaixa-chave.
            05 arqbaixa-numero-nf        pic  9(009) value zeros.
            05 arqbaixa-parcela          pic  9(002) value zeros.
            05 arqbaixa-sequencia        pic  9(003) value zeros.
           03 arqbaixa-cliente-codigo    pic  9(007) value zeros.
           03 arqbaixa-vendedor-codigo   pic  9(007) value zeros.
           03 arqbaixa-data-pagamento    pic  9(008) value zeros.
           03 arqbaixa-dias-atraso       pic  9(005) value zeros.
           03 arqbaixa-valor-recebido    pic  9(009)v9(002) value zeros.
           03 arqbaixa-valor-principal   pic  9(009)v9(002) value zeros.
           03 arqbaixa-valor-juros       pic  9(009)v9(002) value zeros.
           03 arqbaixa-valor-multa       pic  9(009)v9(002) value zeros.
           03 arqbaixa-saldo-restante    pic  9(009)v9(002) value zeros.
           03 arqbaixa-origem            pic  x(001) value 'M'.
               88 arqbaixa-manual        value 'M'.
               88 arqbaixa-banco         value 'B'.
           03 arqbaixa-operador          pic  x(010) value spaces.
           03 arqbaixa-data-lancamento   pic  9(008) value zeros.
           03 arqbaixa-hora-lancamento   pic  9(006) value zeros.
      *    Competencia whose commission closing consumed the row
      *    (caixa basis); zeros means not yet swept.
           03 arqbaixa-comp-apurada      pic  9(006) value zeros.
      *    Split nota settled on the caixa basis: the coparticipante's
      *    share of the principal. T -- kept off the titular's
      *    commission, still owed to the coparticipante; C -- paid to
      *    the coparticipante by the close in comp-rateio. Blank when
      *    no share was taken.
           03 arqbaixa-rateio            pic  x(001) value space.
               88 arqbaixa-rateio-pendente value 'T'.
               88 arqbaixa-rateio-pago   value 'C'.
           03 arqbaixa-comp-rateio       pic  9(006) value zeros.
