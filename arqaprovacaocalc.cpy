      *Skeleton COBOL Copybook
      *    Parameter block of retemaprovacao. The maintenance program
      *    fills the change it is about to make; the answer says
      *    whether it may go straight to the master (livre), was
      *    held for a supervisor's approval (retida) or could not
      *    be held (indisponivel) and must not be made at all.
       01  wk-aprovacao.
           05 wk-ap-entidade             pic  x(008).
           05 wk-ap-codigo               pic  9(007).
           05 wk-ap-codigo-2             pic  9(007).
           05 wk-ap-campo                pic  9(001).
           05 wk-ap-valor-ant            pic  9(011)v9(002).
           05 wk-ap-valor-novo           pic  9(011)v9(002).
           05 wk-ap-data-efetiva         pic  9(008).
           05 wk-ap-operador             pic  x(010).
           05 wk-ap-numero               pic  9(007).
           05 wk-ap-resultado            pic  x(001).
               88 wk-ap-livre            value 'L'.
               88 wk-ap-retida           value 'R'.
               88 wk-ap-indisponivel     value 'X'.
