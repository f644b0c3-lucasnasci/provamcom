      *Skeleton COBOL Copybook
       fd arqtempopasso.

      *    How long each step of the nightly chain took, one row per
      *    step per night (a step re-run the same night by a resume
      *    keeps only its last run). duracao is the whole time the
      *    step held the chain in seconds, waiting for its feed
      *    included; espera is the part of it spent waiting. The
      *    chain averages these rows to foresee a batch-window
      *    overrun before it happens.
       01  arqtempopasso-registro.
           03 arqtempopasso-chave.
            05 arqtempopasso-etapa       pic  x(020) value spaces.
            05 arqtempopasso-data        pic  9(008) value zeros.
           03 arqtempopasso-hora-inicio  pic  9(006) value zeros.
           03 arqtempopasso-hora-fim     pic  9(006) value zeros.
           03 arqtempopasso-duracao      pic  9(007) value zeros.
           03 arqtempopasso-espera       pic  9(007) value zeros.
           03 arqtempopasso-retorno      pic  9(004) value zeros.
           03 arqtempopasso-situacao     pic  x(010) value spaces.
