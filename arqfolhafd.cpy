           03 arqfolha-valor            pic s9(009)v9(002)
                                         sign leading separate
                                         value zeros.
      *    Layout version 2: what the amount pays -- the
      *    vendedor's own commission or a supervisor's override.
      *    Version 3 adds I, the bonus of an incentive campaign.
           03 arqfolha-rubrica          pic  x(001) value 'C'.
               88 arqfolha-comissao     value 'C'.
               88 arqfolha-supervisao   value 'S'.
               88 arqfolha-incentivo    value 'I'.

       01  arqfolha-controle.
           03 arqfolha-ctl-tipo         pic  x(001).
