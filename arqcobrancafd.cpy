      *Skeleton COBOL Copybook
       fd arqcobranca.

      *    Collection history: one row per letter actually sent, keyed
      *    by NF/parcela and stage, so a stage already sent for a
      *    parcela is never printed a second time.
       01  arqcobranca-registro.
           03 arqcobranca-chave.
            05 arqcobranca-numero-nf     pic  9(009) value zeros.
            05 arqcobranca-parcela       pic  9(002) value zeros.
            05 arqcobranca-estagio       pic  9(001) value zeros.
                88 arqcobranca-lembrete  value 1.
                88 arqcobranca-notificacao value 2.
                88 arqcobranca-aviso-final value 3.
           03 arqcobranca-cliente-codigo pic  9(007) value zeros.
           03 arqcobranca-vendedor-codigo pic  9(007) value zeros.
           03 arqcobranca-vencimento     pic  9(008) value zeros.
           03 arqcobranca-valor          pic  9(009)v9(002) value zeros.
           03 arqcobranca-dias-atraso    pic  9(005) value zeros.
           03 arqcobranca-data-envio     pic  9(008) value zeros.
           03 arqcobranca-hora-envio     pic  9(006) value zeros.
