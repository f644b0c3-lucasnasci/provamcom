           03 arqperiodo-chave.
            05 arqperiodo-empresa        pic  9(003) value 1.
            05 arqperiodo-competencia    pic  9(006) value zeros.
      *    A month being closed is frozen first ('E', em fechamento)
      *    so the fiscal file can be cut from figures that no longer
      *    move, and only reaches 'F' once that file is out. Entry
      *    programs test fechado, which covers both.
           03 arqperiodo-situacao        pic  x(001) value 'A'.
               88 arqperiodo-aberto      value 'A'.
               88 arqperiodo-fechado     value 'F' 'E'.
               88 arqperiodo-em-fechamento value 'E'.
               88 arqperiodo-encerrado   value 'F'.
           03 arqperiodo-data-fechamento pic  9(008) value zeros.
      *    Stamped by exportafiscal when the month's file is cut.
           03 arqperiodo-data-fiscal     pic  9(008) value zeros.
           03 arqperiodo-qtd-fiscal      pic  9(007) value zeros.
      *    Stamped by conciliatotais each time the month is proved.
           03 arqperiodo-data-conciliacao
                                         pic  9(008) value zeros.
           03 arqperiodo-hora-conciliacao
                                         pic  9(006) value zeros.
           03 arqperiodo-quebras         pic  9(007) value zeros.
      *    The close checklist as it stood when the month was last
      *    frozen or closed: 1 import rejects pending, 2 divergencias
      *    not reviewed, 3 commission closed, 4 fiscal file cut,
      *    5 reconciliation clean -- each passed ('P') or failed
      *    ('F') with its count.
           03 arqperiodo-checklist       occurs 5 times.
            05 arqperiodo-item-status    pic  x(001).
               88 arqperiodo-item-passou value 'P'.
               88 arqperiodo-item-falhou value 'F'.
            05 arqperiodo-item-qtd       pic  9(007).
      *    A close over failed items carries the supervisor who
      *    signed the exceptions off and why.
           03 arqperiodo-excecao-supervisor
                                         pic  x(010) value spaces.
           03 arqperiodo-excecao-data    pic  9(008) value zeros.
           03 arqperiodo-excecao-justificativa
                                         pic  x(060) value spaces.
