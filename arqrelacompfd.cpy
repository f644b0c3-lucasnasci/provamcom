      *Skeleton COBOL Copybook
           fd arqrelacomp.

       01  arqrelacomp-linha               pic  x(132).
