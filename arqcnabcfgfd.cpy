      *Skeleton COBOL Copybook
           fd arqcnabcfg.

      *    One-record bank agreement (convenio de cobranca) used in
      *    the CNAB 400 remessa: the bank, the beneficiary account,
      *    and the last remessa number sent, which the bank expects
      *    to grow by one on every file. The header date and number
      *    of the last retorno applied keep the same return from
      *    being settled twice.
       01  arqcnabcfg-registro.
           03 arqcnabcfg-banco          pic  9(003) value zeros.
           03 arqcnabcfg-banco-nome     pic  x(015) value spaces.
           03 arqcnabcfg-agencia        pic  9(004) value zeros.
           03 arqcnabcfg-conta          pic  9(008) value zeros.
           03 arqcnabcfg-beneficiario   pic  x(020) value spaces.
           03 arqcnabcfg-cnpj           pic  9(014) value zeros.
           03 arqcnabcfg-ult-remessa    pic  9(007) value zeros.
           03 arqcnabcfg-ult-ret-data   pic  9(006) value zeros.
           03 arqcnabcfg-ult-ret-numero pic  9(007) value zeros.
