      *Skeleton COBOL Copybook
           fd arqretorno.

      *    CNAB 400 retorno of bank collection: same framing as the
      *    remessa ('0' header with operacao '2', '1' details, '9'
      *    trailer). The bank sends back our uso da empresa, so NF
      *    and parcela come in the same place they went out.
       01  arqretorno-header.
           03 arqretorno-hdr-tipo        pic  x(001).
           03 arqretorno-hdr-operacao    pic  x(001).
           03 arqretorno-hdr-literal     pic  x(007).
           03 arqretorno-hdr-servico     pic  9(002).
           03 arqretorno-hdr-servico-lit pic  x(015).
           03 arqretorno-hdr-beneficiario
                                         pic  x(020).
           03 arqretorno-hdr-empresa-nome
                                         pic  x(030).
           03 arqretorno-hdr-banco       pic  9(003).
           03 arqretorno-hdr-banco-nome  pic  x(015).
           03 arqretorno-hdr-data        pic  9(006).
           03 arqretorno-hdr-feed        pic  x(008).
           03 arqretorno-hdr-ctl-data    pic  9(008).
           03 arqretorno-hdr-versao      pic  9(003).
           03 arqretorno-hdr-num-retorno pic  9(007).
           03 filler                     pic  x(268).
           03 arqretorno-hdr-sequencial  pic  9(006).

       01  arqretorno-detalhe.
           03 arqretorno-tipo            pic  x(001).
               88 arqretorno-tipo-header value '0'.
               88 arqretorno-tipo-detalhe value '1'.
               88 arqretorno-tipo-trailer value '9'.
           03 arqretorno-insc-tipo       pic  9(002).
           03 arqretorno-insc-numero     pic  9(014).
           03 arqretorno-agencia         pic  9(004).
           03 arqretorno-conta           pic  9(008).
           03 filler                     pic  x(008).
           03 arqretorno-uso-empresa.
            05 arqretorno-numero-nf      pic  9(009).
            05 arqretorno-parcela        pic  9(002).
            05 filler                    pic  x(014).
           03 arqretorno-nosso-numero    pic  9(011).
           03 filler                     pic  x(035).
           03 arqretorno-ocorrencia      pic  9(002).
               88 arqretorno-entrada-confirmada value 02.
               88 arqretorno-entrada-rejeitada value 03.
               88 arqretorno-liquidacao  value 06 17.
           03 arqretorno-data-ocorrencia pic  9(006).
           03 filler                     pic  x(030).
           03 arqretorno-vencimento      pic  9(006).
           03 arqretorno-valor-titulo    pic  9(011)v9(002).
           03 filler                     pic  x(088).
           03 arqretorno-valor-pago      pic  9(011)v9(002).
           03 arqretorno-valor-juros     pic  9(011)v9(002).
           03 filler                     pic  x(098).
           03 arqretorno-motivo          pic  x(008).
           03 filler                     pic  x(009).
           03 arqretorno-sequencial      pic  9(006).

       01  arqretorno-trailer.
           03 arqretorno-trl-tipo        pic  x(001).
           03 arqretorno-trl-qtd         pic  9(007).
           03 arqretorno-trl-valor       pic  9(013)v9(002).
           03 arqretorno-trl-hash        pic  9(015).
           03 filler                     pic  x(356).
           03 arqretorno-trl-sequencial  pic  9(006).
