           03 arqlgpd-operador          pic  x(010) value spaces.
           03 arqlgpd-cliente-codigo    pic  9(007) value zeros.
           03 arqlgpd-tela              pic  x(005) value spaces.
      *    Whose data it was -- a client, or a vendedor (the codigo
      *    above then holds the arqvendedor-codigo) -- and whether
      *    the operator saw the identifiers in full or masked.
           03 arqlgpd-entidade          pic  x(001) value 'C'.
               88 arqlgpd-de-cliente    value 'C' ' '.
               88 arqlgpd-de-vendedor   value 'V'.
           03 arqlgpd-completo          pic  x(001) value 'N'.
               88 arqlgpd-sem-mascara   value 'S'.
      *    Integrity chain filled by encadeialog right before the
      *    WRITE: position in the log, hash of the record before
      *    and hash of this one. Always the record's last 39 bytes.
           03 arqlgpd-cadeia.
              05 arqlgpd-cad-sequencia          pic  9(009) value zeros.
              05 arqlgpd-cad-hash-ant           pic  9(015) value zeros.
              05 arqlgpd-cad-hash               pic  9(015) value zeros.
