      *Skeleton COBOL Copybook
       fd arqdeslig.

      *    Checklist of a vendedor being let go (desligavendedor):
      *    one row per vendedor, each step of the offboarding with
      *    its status and the day it was done, so a run cut short
      *    picks up again at the first step not yet concluded.
       01  arqdeslig-registro.
           03 arqdeslig-vendedor-codigo  pic  9(007) value zeros.
           03 arqdeslig-empresa          pic  9(003) value 1.
           03 arqdeslig-data-efetiva     pic  9(008) value zeros.
      *    Zeros when the book is released to the next executar run
      *    instead of handed to a successor.
           03 arqdeslig-sucessor         pic  9(007) value zeros.
           03 arqdeslig-operador         pic  x(010) value spaces.
           03 arqdeslig-data-abertura    pic  9(008) value zeros.
           03 arqdeslig-situacao         pic  x(001) value 'A'.
               88 arqdeslig-andamento    value 'A'.
               88 arqdeslig-concluido    value 'C'.
      *    1 vendas blocked, 2 final commission, 3 final folha,
      *    4 carteira, 5 coverage and backup slots, 6 login.
           03 arqdeslig-etapa            occurs 6 times.
            05 arqdeslig-etapa-status    pic  x(001).
               88 arqdeslig-etapa-pendente   value 'P'.
               88 arqdeslig-etapa-concluida  value 'C'.
               88 arqdeslig-etapa-nao-aplica value 'N'.
               88 arqdeslig-etapa-erro       value 'E'.
            05 arqdeslig-etapa-data      pic  9(008).
      *    What the steps came to, for the statement.
           03 arqdeslig-base             pic s9(011)v9(002)
                                          value zeros.
           03 arqdeslig-valor            pic s9(009)v9(002)
                                          value zeros.
           03 arqdeslig-liquido          pic s9(009)v9(002)
                                          value zeros.
           03 arqdeslig-folha            pic  x(001) value 'N'.
           03 arqdeslig-transferidos     pic  9(005) value zeros.
           03 arqdeslig-liberados        pic  9(005) value zeros.
           03 arqdeslig-coberturas       pic  9(005) value zeros.
           03 arqdeslig-backups          pic  9(005) value zeros.
           03 arqdeslig-logins           pic  9(003) value zeros.
