           03 arqjrnmaster-operacao     pic  x(001) value spaces.
           03 arqjrnmaster-imagem-ant   pic  x(300) value spaces.
           03 arqjrnmaster-imagem-nova  pic  x(300) value spaces.
      *    Integrity chain filled by encadeialog right before the
      *    WRITE: position in the log, hash of the record before
      *    and hash of this one. Always the record's last 39 bytes.
           03 arqjrnmaster-cadeia.
              05 arqjrnmaster-cad-sequencia     pic  9(009) value zeros.
              05 arqjrnmaster-cad-hash-ant      pic  9(015) value zeros.
              05 arqjrnmaster-cad-hash          pic  9(015) value zeros.
