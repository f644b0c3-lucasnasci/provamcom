      *Skeleton COBOL Copybook
           fd arqrelcapac.

       01  arqrelcapac-linha            pic  x(132).
