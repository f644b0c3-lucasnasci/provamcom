       program-id. diautil as "diautil".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqcalendarioselect.cpy".

       data division.

           file section.

           copy "arqcalendariofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcalendario pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\calendario.dat".

      *    The calendar stays open between calls: planejavisita and
      *    the aging report ask once per client and day.
           01  wk-situacao-calendario   pic x(001) value 'F'.
               88 wk-calendario-fechado value 'F'.
               88 wk-calendario-aberto  value 'A'.
               88 wk-calendario-ausente value 'X'.

           01  wk-controle.
              05 wk-dia-util            pic x(001) value 'N'.
              05 wk-dias-int            pic s9(009) comp value zeros.
              05 wk-dia-semana          pic 9(001) value zeros.
              05 wk-tentativas          pic 9(003) comp value zeros.
              05 wk-cidade-maiuscula    pic x(030) value spaces.

           copy "arqcalendariofs.cpy".

           LINKAGE SECTION.

           01  wk-data-util            pic 9(008).
           01  wk-uf                   pic x(002).
           01  wk-cidade               pic x(030).

       procedure division using wk-data-util wk-uf wk-cidade.

      *    Moves wk-data-util forward to the first business day at
      *    the given location, leaving it unchanged when it already
      *    is one: Saturdays, Sundays and every arqcalendario date
      *    that is national, of the uf, or of the uf and cidade are
      *    skipped. Callers that only need to know whether a day is
      *    workable compare the date they passed with the one they
      *    get back. A date that is not a valid calendar date comes
      *    back untouched.
       0000-controle.

           IF        wk-calendario-fechado
               OPEN  INPUT        ARQCALENDARIO
               IF    FS-ARQCALENDARIO EQUAL      ZEROS
                   SET wk-calendario-aberto      TO         TRUE
               ELSE
                   SET wk-calendario-ausente     TO         TRUE
               END-IF
           END-IF.

           MOVE      FUNCTION UPPER-CASE(wk-cidade)
                                    TO           wk-cidade-maiuscula.
           IF        FUNCTION TEST-DATE-YYYYMMDD(wk-data-util)
                                    EQUAL        ZEROS
               MOVE  'N'            TO           wk-dia-util
               MOVE  ZEROS          TO           wk-tentativas
               PERFORM              0010-CONSISTE-DIA
               PERFORM              0020-PROXIMO-DIA
                 UNTIL wk-dia-util  EQUAL        'S'
                  OR   wk-tentativas >           60
           END-IF.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *    INTEGER-OF-DATE day 1 was a Monday, so the remainder of the
      *    day count by 7 lands on 6 for Saturday and 0 for Sunday.
       0010-CONSISTE-DIA.

           MOVE      'S'            TO           wk-dia-util.
           COMPUTE   wk-dias-int    =
                     FUNCTION INTEGER-OF-DATE(wk-data-util).
           COMPUTE   wk-dia-semana  =
                     FUNCTION MOD(wk-dias-int 7).
           IF        wk-dia-semana  EQUAL        6
            OR       wk-dia-semana  EQUAL        0
               MOVE  'N'            TO           wk-dia-util
           END-IF.

           IF        wk-dia-util    EQUAL        'S'
            AND      wk-calendario-aberto
               MOVE  SPACES         TO           arqcalendario-uf
                                                  arqcalendario-cidade
               PERFORM              0011-LE-CALENDARIO
               IF    wk-dia-util    EQUAL        'S'
                AND  wk-uf          NOT EQUAL    SPACES
                   MOVE wk-uf       TO           arqcalendario-uf
                   MOVE SPACES      TO           arqcalendario-cidade
                   PERFORM          0011-LE-CALENDARIO
                   IF  wk-dia-util  EQUAL        'S'
                    AND wk-cidade-maiuscula NOT EQUAL SPACES
                       MOVE wk-cidade-maiuscula  TO
                                    arqcalendario-cidade
                       PERFORM      0011-LE-CALENDARIO
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       0011-LE-CALENDARIO.

           MOVE      wk-data-util   TO           arqcalendario-data.
           READ      ARQCALENDARIO  KEY IS       ARQCALENDARIO-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    'N'            TO           wk-dia-util
           END-READ.
      *-----------------------------------------------------------------
       0020-PROXIMO-DIA.

           ADD       1              TO           wk-tentativas.
           COMPUTE   wk-dias-int    =
                     FUNCTION INTEGER-OF-DATE(wk-data-util) + 1.
           COMPUTE   wk-data-util   =
                     FUNCTION DATE-OF-INTEGER(wk-dias-int).
           PERFORM   0010-CONSISTE-DIA.

           end program diautil.
