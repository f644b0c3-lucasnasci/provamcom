      *Skeleton COBOL Copybook
           fd arqrelcdcli.

       01  arqrelcdcli-linha               pic  x(132).
