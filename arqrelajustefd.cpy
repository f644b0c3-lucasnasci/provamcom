      *Skeleton COBOL Copybook
           fd arqrelajuste.

       01  arqrelajuste-linha            pic  x(132).
