      *Skeleton COBOL Copybook
           fd arqremessa.

      *    CNAB 400 remessa of bank collection (cobranca registrada):
      *    a '0' header, one '1' detail per parcela and a '9'
      *    trailer, every line 400 bytes with its own sequence in
      *    the last six. The bank's reserved area of the header and
      *    the trailer carries our usual feed control -- feed id,
      *    data, versao, quantity and hash of the NF numbers.
       01  arqremessa-header.
           03 arqremessa-hdr-tipo        pic  x(001).
           03 arqremessa-hdr-operacao    pic  x(001).
           03 arqremessa-hdr-literal     pic  x(007).
           03 arqremessa-hdr-servico     pic  9(002).
           03 arqremessa-hdr-servico-lit pic  x(015).
           03 arqremessa-hdr-beneficiario
                                         pic  x(020).
           03 arqremessa-hdr-empresa-nome
                                         pic  x(030).
           03 arqremessa-hdr-banco       pic  9(003).
           03 arqremessa-hdr-banco-nome  pic  x(015).
           03 arqremessa-hdr-data        pic  9(006).
           03 arqremessa-hdr-feed        pic  x(008).
           03 arqremessa-hdr-ctl-data    pic  9(008).
           03 arqremessa-hdr-versao      pic  9(003).
           03 arqremessa-hdr-num-remessa pic  9(007).
           03 filler                     pic  x(268).
           03 arqremessa-hdr-sequencial  pic  9(006).

      *    Uso da empresa (38-62) holds NF and parcela: the bank
      *    echoes it untouched in the return, which is how the
      *    settlement finds its titulo again.
       01  arqremessa-detalhe.
           03 arqremessa-tipo            pic  x(001).
           03 arqremessa-insc-tipo       pic  9(002).
           03 arqremessa-insc-numero     pic  9(014).
           03 arqremessa-agencia         pic  9(004).
           03 arqremessa-conta           pic  9(008).
           03 filler                     pic  x(008).
           03 arqremessa-uso-empresa.
            05 arqremessa-numero-nf      pic  9(009).
            05 arqremessa-parcela        pic  9(002).
            05 filler                    pic  x(014).
           03 arqremessa-nosso-numero    pic  9(011).
           03 filler                     pic  x(035).
           03 arqremessa-ocorrencia      pic  9(002).
           03 arqremessa-documento       pic  x(010).
           03 arqremessa-vencimento      pic  9(006).
           03 arqremessa-valor           pic  9(011)v9(002).
           03 arqremessa-banco           pic  9(003).
           03 filler                     pic  x(005).
           03 arqremessa-especie         pic  9(002).
           03 arqremessa-aceite          pic  x(001).
           03 arqremessa-emissao         pic  9(006).
           03 filler                     pic  x(004).
           03 arqremessa-juros-dia       pic  9(011)v9(002).
           03 filler                     pic  x(045).
           03 arqremessa-sacado-insc-tipo
                                         pic  9(002).
           03 arqremessa-sacado-cnpj     pic  9(014).
           03 arqremessa-sacado-nome     pic  x(040).
           03 arqremessa-sacado-endereco pic  x(040).
           03 filler                     pic  x(012).
           03 arqremessa-sacado-cep      pic  9(008).
           03 filler                     pic  x(060).
           03 arqremessa-sequencial      pic  9(006).

       01  arqremessa-trailer.
           03 arqremessa-trl-tipo        pic  x(001).
           03 arqremessa-trl-qtd         pic  9(007).
           03 arqremessa-trl-valor       pic  9(013)v9(002).
           03 arqremessa-trl-hash        pic  9(015).
           03 filler                     pic  x(356).
           03 arqremessa-trl-sequencial  pic  9(006).
