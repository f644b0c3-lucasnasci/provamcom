      *Skeleton COBOL Copybook
           fd arqmailsaida.

      *    Hand-over file to the external mailer: one detail line per
      *    message, identified by the spool key the acknowledgement
      *    must quote back.
       01  arqmailsaida-registro.
           03 arqmailsaida-tipo-reg        pic  x(001).
           03 arqmailsaida-id.
            05 arqmailsaida-id-data        pic  9(008).
            05 arqmailsaida-id-hora        pic  9(008).
            05 arqmailsaida-id-sequencia   pic  9(004).
           03 arqmailsaida-canal           pic  x(001).
           03 arqmailsaida-endereco        pic  x(060).
           03 arqmailsaida-dest-tipo       pic  x(001).
           03 arqmailsaida-vendedor-codigo pic  9(007).
           03 arqmailsaida-cliente-codigo  pic  9(007).
           03 arqmailsaida-contato-seq     pic  9(003).
           03 arqmailsaida-operador        pic  x(010).
           03 arqmailsaida-modelo          pic  x(008).
           03 arqmailsaida-assunto         pic  x(060).
           03 arqmailsaida-texto           pic  x(500).

      *    Same in-band header and trailer as the inbound feeds.
       01  arqmailsaida-controle.
           03 arqmailsaida-ctl-tipo   pic  x(001).
               88 arqmailsaida-ctl-header value 'H'.
               88 arqmailsaida-ctl-trailer value 'T'.
           03 arqmailsaida-ctl-feed   pic  x(008).
           03 arqmailsaida-ctl-data   pic  9(008).
           03 arqmailsaida-ctl-versao pic  9(003).
           03 arqmailsaida-ctl-qtd    pic  9(007).
           03 arqmailsaida-ctl-hash   pic  9(015).
