           03 arqauditoria-campo          pic  X(020) value spaces.
           03 arqauditoria-valor-ant      pic  X(040) value spaces.
           03 arqauditoria-valor-novo     pic  X(040) value spaces.
      *    Who keyed the change and, for a field held for approval,
      *    the supervisor who released it; spaces where the writing
      *    program does not know.
           03 arqauditoria-operador       pic  X(010) value spaces.
           03 arqauditoria-aprovador      pic  X(010) value spaces.
      *    Integrity chain filled by encadeialog right before the
      *    WRITE: position in the log, hash of the record before
      *    and hash of this one. Always the record's last 39 bytes.
           03 arqauditoria-cadeia.
              05 arqauditoria-cad-sequencia     pic  9(009) value zeros.
              05 arqauditoria-cad-hash-ant      pic  9(015) value zeros.
              05 arqauditoria-cad-hash          pic  9(015) value zeros.
