      *    in arqacesso-opcao so the audit can see what was tried.
           03 arqacesso-resultado     pic  X(001) value spaces.
               88 arqacesso-negado    value 'N'.
      *    Integrity chain filled by encadeialog right before the
      *    WRITE: position in the log, hash of the record before
      *    and hash of this one. Always the record's last 39 bytes.
           03 arqacesso-cadeia.
              05 arqacesso-cad-sequencia        pic  9(009) value zeros.
              05 arqacesso-cad-hash-ant         pic  9(015) value zeros.
              05 arqacesso-cad-hash             pic  9(015) value zeros.
