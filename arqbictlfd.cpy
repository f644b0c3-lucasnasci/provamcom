      *Skeleton COBOL Copybook
           fd arqbictl.

      *    Watermark of the BI extract: the date and time of the
      *    last run and the highest NF it sent. An incremental run
      *    sends what moved on or after that date plus every nota
      *    numbered above it.
       01  arqbictl-registro.
           03 arqbictl-data             pic  9(008) value zeros.
           03 arqbictl-hora             pic  9(006) value zeros.
           03 arqbictl-max-nf           pic  9(009) value zeros.
