      *Skeleton COBOL Copybook
      *    Parameter block of registrofeed. The import fills the
      *    function and the file's control identity; consulta
      *    answers whether the file may be taken, registra records
      *    it as consumed once the run is done.
       01  wk-registro-feed.
           05 wk-rf-funcao               pic  x(001).
               88 wk-rf-consulta         value 'C'.
               88 wk-rf-registra         value 'R'.
           05 wk-rf-feed                 pic  x(008).
           05 wk-rf-data                 pic  9(008).
           05 wk-rf-versao               pic  9(003).
           05 wk-rf-hash                 pic  9(015).
           05 wk-rf-qtd                  pic  9(007).
           05 wk-rf-programa             pic  x(020).
           05 wk-rf-resultado            pic  x(001).
               88 wk-rf-inedito          value 'N'.
               88 wk-rf-repetido         value 'D'.
               88 wk-rf-liberado         value 'L'.
               88 wk-rf-indisponivel     value 'X'.
