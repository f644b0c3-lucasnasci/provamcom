      *    so late postings and reversals into an already-closed
      *    month are swept forward into the next period that closes.
           03 arqvenda-comp-apurada     pic  9(006) value zeros.
      *    Basis the closing settled the nota under: blank for the
      *    competencia basis (commission on the nota itself), 'X' for
      *    caixa, where the nota only marks the start and commission
      *    follows its parcelas as they are received.
           03 arqvenda-regime-apurado   pic  x(001) value spaces.
               88 arqvenda-apurada-caixa value 'X'.
      *    ICMS and IPI of the nota, the sum of its items. A reversal
      *    carries the original's figures unchanged, so an estorno
      *    takes back exactly the tax that was invoiced.
           03 arqvenda-valor-icms       pic  9(009)v9(002) value zeros.
           03 arqvenda-valor-ipi        pic  9(009)v9(002) value zeros.
