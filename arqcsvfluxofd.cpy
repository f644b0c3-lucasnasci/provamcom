      *Skeleton COBOL Copybook
           fd arqcsvfluxo.

      *    Receivables projection for the treasury spreadsheet: one
      *    row per node of the sales structure and week, nominal by
      *    vencimento and adjusted for the clients' payment habits.
      *    Nivel E is the empresa, D a diretoria, R any node below
      *    it and S the clients with no regiao; semana 0 holds what
      *    is already overdue, 9 what falls after the eighth week.
       01  arqcsvfluxo-registro.
           03 arqcsvfluxo-regiao-codigo pic  9(007).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvfluxo-nivel         pic  x(001).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvfluxo-semana        pic  9(002).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvfluxo-inicio        pic  9(008).
           03 filler                    pic  x(001) value ';'.
           03 arqcsvfluxo-nominal       pic  -(011)9,99.
           03 filler                    pic  x(001) value ';'.
           03 arqcsvfluxo-ajustado      pic  -(011)9,99.

       01  arqcsvfluxo-cabecalho        pic  x(080).
