      *Skeleton COBOL Copybook
           fd arqcapcfg.

      *    Capacity monitoring config. One 'G' record with the
      *    projection horizon in days and the percentage of a
      *    limit at which a file starts being flagged; then one
      *    'A' record per monitored file with its record-count
      *    limit. A file with no 'A' record keeps its shipped
      *    limit.
       01  arqcapcfg-registro.
           03 arqcapcfg-tipo            pic  x(001) value spaces.
               88 arqcapcfg-geral       value 'G'.
               88 arqcapcfg-arquivo-lim value 'A'.
           03 arqcapcfg-arquivo         pic  x(020) value spaces.
           03 arqcapcfg-limite          pic  9(009) value zeros.
           03 arqcapcfg-horizonte       pic  9(003) value zeros.
           03 arqcapcfg-aviso           pic  9(003) value zeros.
