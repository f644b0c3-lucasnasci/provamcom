       program-id. aguardaintervalo as "aguardaintervalo".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       data division.

           WORKING-STORAGE SECTION.
           01  wk-hora                  pic 9(008) value zeros.
           01  wk-hora-r redefines wk-hora.
              05 wk-hr-hh               pic 9(002).
              05 wk-hr-mm               pic 9(002).
              05 wk-hr-ss               pic 9(002).
              05 wk-hr-cc               pic 9(002).
           01  wk-espera.
              05 wk-ep-inicio           pic 9(005) value zeros.
              05 wk-ep-agora            pic 9(005) value zeros.
              05 wk-ep-decorrido        pic 9(005) value zeros.

           LINKAGE SECTION.

           01  wk-segundos             pic 9(004).

       procedure division using wk-segundos.

      *    Holds the caller for the given number of seconds by
      *    watching the clock, so a batch step can wait on a feed
      *    without leaning on anything outside the system. A wait
      *    that runs past midnight picks the count up on the other
      *    side.
       0000-controle.

           MOVE      ZEROS          TO           wk-ep-decorrido.
           PERFORM   0010-SEGUNDOS-DO-DIA.
           MOVE      wk-ep-agora    TO           wk-ep-inicio.
           PERFORM   0020-CONFERE-RELOGIO
             UNTIL   wk-ep-decorrido NOT LESS    wk-segundos.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       0010-SEGUNDOS-DO-DIA.

           ACCEPT    wk-hora        FROM         TIME.
           COMPUTE   wk-ep-agora =  wk-hr-hh * 3600
                                  + wk-hr-mm * 60
                                  + wk-hr-ss.
      *-----------------------------------------------------------------
       0020-CONFERE-RELOGIO.

           PERFORM   0010-SEGUNDOS-DO-DIA.
           IF        wk-ep-agora    LESS         wk-ep-inicio
               COMPUTE wk-ep-decorrido =
                       wk-ep-agora + 86400 - wk-ep-inicio
           ELSE
               COMPUTE wk-ep-decorrido = wk-ep-agora - wk-ep-inicio
           END-IF.

           end program aguardaintervalo.
