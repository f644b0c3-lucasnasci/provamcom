      *Skeleton COBOL Copybook
       fd arqregfeed.

      *    One row per inbound interface file consumed, keyed by
      *    what its header and trailer declare: feed name, data,
      *    versao and control hash. A file arriving with a key
      *    already here is refused by every import unless a
      *    supervisor has released it for reprocessing (liberado
      *    'S'); the import that takes it clears the release and
      *    counts the reprocess.
       01  arqregfeed-registro.
           03 arqregfeed-chave.
            05 arqregfeed-feed          pic  x(008) value spaces.
            05 arqregfeed-data          pic  9(008) value zeros.
            05 arqregfeed-versao        pic  9(003) value zeros.
            05 arqregfeed-hash          pic  9(015) value zeros.
           03 arqregfeed-qtd            pic  9(007) value zeros.
           03 arqregfeed-programa       pic  x(020) value spaces.
           03 arqregfeed-data-proc      pic  9(008) value zeros.
           03 arqregfeed-hora-proc      pic  9(006) value zeros.
           03 arqregfeed-reprocessos    pic  9(003) value zeros.
           03 arqregfeed-liberado       pic  x(001) value 'N'.
               88 arqregfeed-liberado-sim value 'S'.
               88 arqregfeed-liberado-nao value 'N'.
           03 arqregfeed-liberado-por   pic  x(010) value spaces.
           03 arqregfeed-liberado-data  pic  9(008) value zeros.
