      *Skeleton COBOL Copybook
           fd arqpacote.

      *    Nightly package one vendedor carries on the device: a
      *    header, their clients with their preferred contacts and
      *    open titulos, the day's route from the visit plan, and a
      *    trailer with the record count and the sum of the client
      *    codes so a truncated transfer is noticed on the device.
       01  arqpacote-registro.
           03 arqpacote-tipo              pic  x(001).
               88 arqpacote-header        value 'H'.
               88 arqpacote-cliente       value 'C'.
               88 arqpacote-contato       value 'K'.
               88 arqpacote-titulo        value 'T'.
               88 arqpacote-rota          value 'R'.
               88 arqpacote-trailer       value 'Z'.
           03 arqpacote-dados             pic  x(219).

       01  arqpacote-cabecalho.
           03 arqpacote-cab-tipo          pic  x(001).
           03 arqpacote-cab-vendedor      pic  9(007).
           03 arqpacote-cab-nome          pic  x(040).
           03 arqpacote-cab-data-rota     pic  9(008).
           03 arqpacote-cab-data-geracao  pic  9(008).
           03 arqpacote-cab-hora-geracao  pic  9(006).

       01  arqpacote-dados-cliente.
           03 arqpacote-cli-tipo          pic  x(001).
           03 arqpacote-cli-codigo        pic  9(007).
           03 arqpacote-cli-raz-soc       pic  x(040).
           03 arqpacote-cli-logradouro    pic  x(040).
           03 arqpacote-cli-numero        pic  9(005).
           03 arqpacote-cli-bairro        pic  x(030).
           03 arqpacote-cli-cidade        pic  x(030).
           03 arqpacote-cli-uf            pic  x(002).
           03 arqpacote-cli-lat           pic s9(003)v9(008)
                                           sign leading separate.
           03 arqpacote-cli-lon           pic s9(003)v9(008)
                                           sign leading separate.
           03 arqpacote-cli-linha         pic  x(001).
           03 arqpacote-cli-status        pic  x(001).
           03 arqpacote-cli-limite        pic  9(009)v9(002).
           03 arqpacote-cli-dias-visita   pic  x(007).
           03 arqpacote-cli-periodo-visita
                                          pic  x(001).

       01  arqpacote-dados-contato.
           03 arqpacote-con-tipo          pic  x(001).
           03 arqpacote-con-cliente       pic  9(007).
           03 arqpacote-con-nome          pic  x(040).
           03 arqpacote-con-funcao        pic  x(020).
           03 arqpacote-con-telefone      pic  x(015).
           03 arqpacote-con-email         pic  x(040).

       01  arqpacote-dados-titulo.
           03 arqpacote-tit-tipo          pic  x(001).
           03 arqpacote-tit-cliente       pic  9(007).
           03 arqpacote-tit-numero-nf     pic  9(009).
           03 arqpacote-tit-parcela       pic  9(002).
           03 arqpacote-tit-vencimento    pic  9(008).
           03 arqpacote-tit-saldo         pic  9(009)v9(002).
           03 arqpacote-tit-vencido       pic  x(001).

       01  arqpacote-dados-rota.
           03 arqpacote-rot-tipo          pic  x(001).
           03 arqpacote-rot-data          pic  9(008).
           03 arqpacote-rot-ordem         pic  9(003).
           03 arqpacote-rot-cliente       pic  9(007).
           03 arqpacote-rot-raz-soc       pic  x(040).

       01  arqpacote-fechamento.
           03 arqpacote-fec-tipo          pic  x(001).
           03 arqpacote-fec-qtd           pic  9(007).
           03 arqpacote-fec-hash          pic  9(015).
