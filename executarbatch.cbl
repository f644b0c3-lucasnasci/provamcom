              05 wk-dias-int           pic 9(008) comp value zeros.
              05 wk-dia-semana         pic 9(001) value zeros.

           copy "arqencadeiacalc.cpy".

           copy "arqacessofs.cpy".
           copy "arqcalendariofs.cpy".
           copy "arqexecucaofs.cpy".
       MOVE      SPACES         TO           arqacesso-resultado.
       ACCEPT    arqacesso-data           FROM         DATE.
       ACCEPT    arqacesso-hora           FROM         TIME.
       SET       wk-ec-grava                    TO          TRUE.
       MOVE      'ACESSO'           TO           wk-ec-arquivo.
       MOVE      LENGTH OF arqacesso-registro
                                    TO           wk-ec-tamanho.
       CALL      'encadeialog'      USING        wk-encadeia
                                                 arqacesso-registro.
       WRITE     arqacesso-registro.

      *    A weekend or a date on the non-processing calendar is a
           END-IF.
      *-----------------------------------------------------------------
      *    A day is workable when it is neither a Saturday/Sunday nor
      *    a national date on the calendar file (state and municipal
      *    holidays do not stop the central batch). INTEGER-OF-DATE
      *    day 1 was a Monday, so the remainder of the day count by 7
      *    lands on 6 for Saturday and 0 for Sunday.
       0005A-CONSISTE-DIA.

           MOVE      'S'            TO           wk-dia-util.
               OPEN  INPUT        ARQCALENDARIO
               IF    FS-ARQCALENDARIO EQUAL      ZEROS
                   MOVE wk-data-util TO          arqcalendario-data
                   MOVE SPACES       TO          arqcalendario-uf
                                                 arqcalendario-cidade
                   READ ARQCALENDARIO KEY IS     ARQCALENDARIO-CHAVE
                    INVALID KEY
                     CONTINUE
                    NOT INVALID KEY
