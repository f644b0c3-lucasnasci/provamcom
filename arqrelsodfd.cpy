      *Skeleton COBOL Copybook
           fd arqrelsod.

       01  arqrelsod-linha            pic  x(132).
