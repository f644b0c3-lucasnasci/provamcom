      *    adds and toggles steps here instead of asking for a code
      *    change. The per-step politica overrides the single
      *    arqcadeiacfg byte ('A' abort / 'C' continue on failure;
      *    spaces defer to the global policy). A step fed from
      *    outside names the inbound file in arquivo-entrada; the
      *    chain waits up to espera-minutos for it and, if it never
      *    shows, skips the step ('P') or fails it ('F', the default)
      *    under the politica above.
       01  arqcadeiapasso-registro.
           03 arqcadeiapasso-sequencia  pic  9(003) value zeros.
           03 arqcadeiapasso-programa   pic  x(020) value spaces.
               88 arqcadeiapasso-ativo  value 'S'.
               88 arqcadeiapasso-desligado value 'N'.
           03 arqcadeiapasso-politica   pic  x(001) value spaces.
           03 arqcadeiapasso-arquivo-entrada
                                        pic  x(070) value spaces.
           03 arqcadeiapasso-espera-minutos
                                        pic  9(003) value zeros.
           03 arqcadeiapasso-ausencia   pic  x(001) value spaces.
               88 arqcadeiapasso-ausencia-pula  value 'P'.
               88 arqcadeiapasso-ausencia-falha value 'F' ' '.
