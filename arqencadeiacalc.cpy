      *Skeleton COBOL Copybook
      *    Parameter block of encadeialog, passed with the log
      *    record itself. The record's last 39 bytes are its chain
      *    group (sequencia 9(9), hash-ant 9(15), hash 9(15)); the
      *    tamanho is the LENGTH OF the whole record.
      *    G  grava: links the record to the head of the log and
      *       fills its chain group -- call it right before WRITE.
      *    C  calcula: hash of the record for the sequencia and
      *       hash-ant given here, the head is not touched.
      *    U  ultimo: sequencia and hash at the head of the log.
      *    A  ajusta: moves the head to the sequencia and hash given
      *       here -- for a run that re-seals a log it rewrote.
       01  wk-encadeia.
           05 wk-ec-funcao               pic  x(001).
               88 wk-ec-grava            value 'G'.
               88 wk-ec-calcula          value 'C'.
               88 wk-ec-ultimo           value 'U'.
               88 wk-ec-ajusta           value 'A'.
           05 wk-ec-arquivo              pic  x(012).
           05 wk-ec-tamanho              pic  9(004).
           05 wk-ec-sequencia            pic  9(009).
           05 wk-ec-hash-ant             pic  9(015).
           05 wk-ec-hash                 pic  9(015).
           05 wk-ec-resultado            pic  x(001).
               88 wk-ec-ok               value 'S'.
               88 wk-ec-sem-cabeca       value 'N'.
               88 wk-ec-indisponivel     value 'X'.
