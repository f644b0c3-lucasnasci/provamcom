      *Skeleton COBOL Copybook
           fd arqimpdist.

      *    One pair per line as the routing engine exports it: real
      *    road kilometers and drive time from the vendedor's base to
      *    the client.
       01  arqimpdist-registro.
           03 arqimpdist-cliente-codigo     pic  9(007).
           03 arqimpdist-vendedor-codigo    pic  9(007).
           03 arqimpdist-km                 pic  9(005)v9(002).
           03 arqimpdist-minutos            pic  9(005).

      *    In-band control records, as on the other feeds: a header
      *    and a trailer carrying the pair count and the sum of the
      *    client codes.
       01  arqimpdist-controle.
           03 arqimpdist-ctl-tipo       pic  x(001).
               88 arqimpdist-ctl-header value 'H'.
               88 arqimpdist-ctl-trailer value 'T'.
           03 arqimpdist-ctl-feed       pic  x(008).
           03 arqimpdist-ctl-data       pic  9(008).
           03 arqimpdist-ctl-versao     pic  9(003).
           03 arqimpdist-ctl-qtd        pic  9(007).
           03 arqimpdist-ctl-hash       pic  9(015).
