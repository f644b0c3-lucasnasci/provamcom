      *Skeleton COBOL Copybook
      *    Parameter block of movimentaestoque. The caller names the
      *    product and depot, the movement and the quantity; for an
      *    ajuste the quantity is the saldo counted on the shelf and
      *    for minimo the new minimum level. The answer gives the
      *    position after the movement (consulta only reads it) and
      *    whether it was applied, found nothing to read or could
      *    not reach the stock files at all.
       01  wk-estoque.
           05 wk-es-funcao               pic  x(001).
               88 wk-es-consulta         value 'C'.
               88 wk-es-entrada          value 'E'.
               88 wk-es-ajuste           value 'A'.
               88 wk-es-reserva          value 'R'.
               88 wk-es-libera           value 'L'.
               88 wk-es-baixa            value 'B'.
               88 wk-es-devolucao        value 'D'.
               88 wk-es-minimo           value 'M'.
           05 wk-es-empresa              pic  9(003).
           05 wk-es-cd-codigo            pic  9(005).
           05 wk-es-produto-codigo       pic  9(005).
           05 wk-es-quantidade           pic s9(007).
           05 wk-es-numero-nf            pic  9(009).
           05 wk-es-operador             pic  x(010).
           05 wk-es-saldo                pic s9(007).
           05 wk-es-reservado            pic  9(007).
           05 wk-es-minimo-atual         pic  9(007).
           05 wk-es-disponivel           pic s9(007).
           05 wk-es-resultado            pic  x(001).
               88 wk-es-ok               value 'O'.
               88 wk-es-sem-registro     value 'N'.
               88 wk-es-indisponivel     value 'X'.
