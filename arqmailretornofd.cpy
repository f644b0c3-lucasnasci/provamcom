      *Skeleton COBOL Copybook
           fd arqmailretorno.

      *    The mailer's acknowledgement: per message the spool key
      *    it was handed, E delivered or D bounced, the date and the
      *    reason the provider gave.
       01  arqmailretorno-registro.
           03 arqmailretorno-id.
            05 arqmailretorno-id-data      pic  9(008).
            05 arqmailretorno-id-hora      pic  9(008).
            05 arqmailretorno-id-sequencia pic  9(004).
           03 arqmailretorno-situacao      pic  x(001).
               88 arqmailretorno-entregue  value 'E'.
               88 arqmailretorno-devolvido value 'D'.
           03 arqmailretorno-data          pic  9(008).
           03 arqmailretorno-motivo        pic  x(040).

       01  arqmailretorno-controle.
           03 arqmailretorno-ctl-tipo   pic  x(001).
               88 arqmailretorno-ctl-header value 'H'.
               88 arqmailretorno-ctl-trailer value 'T'.
           03 arqmailretorno-ctl-feed   pic  x(008).
           03 arqmailretorno-ctl-data   pic  9(008).
           03 arqmailretorno-ctl-versao pic  9(003).
           03 arqmailretorno-ctl-qtd    pic  9(007).
           03 arqmailretorno-ctl-hash   pic  9(015).
