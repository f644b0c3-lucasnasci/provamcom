      *Skeleton COBOL Copybook
       fd arqchkimport.

      *    Restart point of a batch import, one row per program. The
      *    row is rewritten after every detail record the run commits
      *    and deleted when the file completes, so a row still here
      *    means the last run on that feed died half way. It only
      *    counts when the feed key (header/trailer of the file being
      *    read) matches: the rerun then skips up to linha and picks
      *    up the totals and the running control count/hash where
      *    they stopped. totais holds the program's own counters.
       01  arqchkimport-registro.
           03 arqchkimport-programa     pic  x(020) value spaces.
           03 arqchkimport-feed-chave.
            05 arqchkimport-feed        pic  x(008) value spaces.
            05 arqchkimport-data        pic  9(008) value zeros.
            05 arqchkimport-versao      pic  9(003) value zeros.
            05 arqchkimport-hash        pic  9(015) value zeros.
           03 arqchkimport-linha        pic  9(007) value zeros.
           03 arqchkimport-run-qtd      pic  9(007) value zeros.
           03 arqchkimport-run-hash     pic  9(015) value zeros.
           03 arqchkimport-totais       pic  x(080) value spaces.
           03 arqchkimport-data-proc    pic  9(008) value zeros.
           03 arqchkimport-hora-proc    pic  9(006) value zeros.
