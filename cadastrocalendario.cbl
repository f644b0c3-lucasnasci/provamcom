
           01  wk-calendario.
              05 wk-data                pic  9(008) value zeros.
              05 wk-uf                  pic  x(002) value spaces.
              05 wk-cidade              pic  x(030) value spaces.
              05 wk-motivo              pic  x(030) value spaces.

           copy "arqcalendariofs.cpy".
                         "Informe a data (AAAAMMDD)".
               05  line  3   col  43   using wk-data.
               05  line  4   col 05 value
                         "UF (em branco = nacional)".
               05  line  4   col  43   using wk-uf.
               05  line  5   col 05 value
                         "Cidade (em branco = toda a UF)".
               05  line  5   col  43   using wk-cidade.
               05  line  6   col 05 value
                         "Informe o motivo".
               05  line  6   col  43   using wk-motivo.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CONFIRMA.
               05  line  4   col 05 value
                         "Motivo".
               05  line  4   col  43   using wk-motivo.
               05  line  5   col 05 value
                         "UF / Cidade".
               05  line  5   col  43   using wk-uf.
               05  line  5   col  46   using wk-cidade.
               05  line  6   col 05 value
                         "Confirma a exclusao (S/N)".
               05  line  6   col  43   using wk-confirma.
      *---------------------------------------------------------------
      *    An already-registered date has its motivo rewritten rather
      *    than rejected -- correcting the label on a holiday is the
      *    normal case on the desk, not an error. The uf and cidade
      *    scope the date: none is national, a uf alone the whole
      *    state, both a single municipality.
       0020-INCLUI-DATA.

           DISPLAY    SC-TELA-DATA.
           ACCEPT     SC-TELA-DATA.
           initialize  wk-msg.
           PERFORM   0025-ESCOPO-DATA.
           IF        wk-data        EQUAL        ZEROS
               MOVE  'Informar a data'
                                    to           wk-msg
               PERFORM 0020-INCLUI-DATA
           END-IF.
           IF        wk-uf          EQUAL        SPACES
            AND      wk-cidade      NOT EQUAL    SPACES
               MOVE  'Cidade exige a UF'
                                    to           wk-msg
               PERFORM 0020-INCLUI-DATA
           END-IF.

           MOVE      wk-motivo      TO           arqcalendario-motivo.
           EVALUATE  TRUE
            WHEN     wk-uf          EQUAL        SPACES
             SET     arqcalendario-nacional      TO         TRUE
            WHEN     wk-cidade      EQUAL        SPACES
             SET     arqcalendario-estadual      TO         TRUE
            WHEN     OTHER
             SET     arqcalendario-municipal     TO         TRUE
           END-EVALUATE.
           WRITE     arqcalendario-registro
            INVALID KEY
             REWRITE arqcalendario-registro
           END-WRITE.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0025-ESCOPO-DATA.

           MOVE      FUNCTION UPPER-CASE(wk-uf)  TO         wk-uf.
           MOVE      FUNCTION UPPER-CASE(wk-cidade)
                                    TO           wk-cidade.
           MOVE      wk-data        TO           arqcalendario-data.
           MOVE      wk-uf          TO           arqcalendario-uf.
           MOVE      wk-cidade      TO           arqcalendario-cidade.
      *---------------------------------------------------------------
       0040-EXCLUI-DATA.

           DISPLAY    SC-TELA-DATA.
           ACCEPT     SC-TELA-DATA.
           initialize  wk-msg.
           PERFORM   0025-ESCOPO-DATA.
           READ      ARQCALENDARIO  KEY IS
                                    ARQCALENDARIO-CHAVE
            INVALID KEY
             MOVE    'Data nao cadastrada'
                                    to           wk-msg
