      *Skeleton COBOL Copybook
       fd arqmensagem.

      *    Outbound message spool shared by every program that tells
      *    somebody something: one row per e-mail or SMS, keyed by
      *    the moment it was queued. The recipient is a vendedor, a
      *    contato of a cliente or an operador; the address is only
      *    carried for contatos -- vendedores and operadores are
      *    resolved by code in the mailer's own directory, a blank
      *    operador meaning the supervision mailbox. The
      *    mailer takes the pendentes from the export (situacao A
      *    once handed over) and its acknowledgement file closes
      *    each one as entregue or devolvido.
       01  arqmensagem-registro.
           03 arqmensagem-chave.
            05 arqmensagem-data         pic  9(008) value zeros.
            05 arqmensagem-hora         pic  9(008) value zeros.
            05 arqmensagem-sequencia    pic  9(004) value zeros.
           03 arqmensagem-dest-tipo     pic  x(001) value spaces.
               88 arqmensagem-dest-vendedor value 'V'.
               88 arqmensagem-dest-contato value 'C'.
               88 arqmensagem-dest-operador value 'O'.
           03 arqmensagem-vendedor-codigo
                                        pic  9(007) value zeros.
           03 arqmensagem-cliente-codigo
                                        pic  9(007) value zeros.
           03 arqmensagem-contato-seq   pic  9(003) value zeros.
           03 arqmensagem-operador      pic  x(010) value spaces.
           03 arqmensagem-canal         pic  x(001) value 'E'.
               88 arqmensagem-email     value 'E'.
               88 arqmensagem-sms       value 'S'.
           03 arqmensagem-endereco      pic  x(060) value spaces.
           03 arqmensagem-modelo        pic  x(008) value spaces.
           03 arqmensagem-assunto       pic  x(060) value spaces.
           03 arqmensagem-texto         pic  x(500) value spaces.
           03 arqmensagem-programa      pic  x(020) value spaces.
           03 arqmensagem-situacao      pic  x(001) value 'P'.
               88 arqmensagem-pendente  value 'P'.
               88 arqmensagem-aguardando value 'A'.
               88 arqmensagem-entregue  value 'E'.
               88 arqmensagem-devolvido value 'D'.
           03 arqmensagem-data-envio    pic  9(008) value zeros.
           03 arqmensagem-lote          pic  9(003) value zeros.
           03 arqmensagem-data-retorno  pic  9(008) value zeros.
           03 arqmensagem-motivo        pic  x(040) value spaces.
