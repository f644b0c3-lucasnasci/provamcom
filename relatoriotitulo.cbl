       file-control.

           copy "arqtituloselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqreltituloselect.cpy".
           select    sort-titulo-work assign to "SORTTIT".

           file section.

           copy "arqtitulofd.cpy".
           copy "arqclientefd.cpy".

           copy "arqreltitulofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqreltitulo  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\reltitulo.txt".

           01  wk-data-referencia       pic 9(008) value zeros.
           01  wk-ref-int               pic s9(009) comp value zeros.
           01  wk-venc-int              pic s9(009) comp value zeros.
           01  wk-vencimento-util       pic 9(008) value zeros.
           01  wk-tem-cliente           pic x(001) value 'N'.

      *    Break control and the aging buckets of the vendedor block
      *    being printed -- em dia, 1-30, 31-60, 61-90, acima de 90.
              05 wk-tot-det-qtd         pic zzzzzz9.

           copy "arqtitulofs.cpy".
           copy "arqclientefs.cpy".
           copy "arqreltitulofs.cpy".

           SCREEN SECTION.
               MOVE  'N'            TO           fl-ok
               MOVE  'Nenhum titulo registrado'  TO          wk-msg
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  EQUAL        ZEROS
               MOVE  'S'            TO           wk-tem-cliente
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    The open saldo of each titulo sorted (vendedor, cliente,
      *    vencimento) so each vendedor's overdue block prints
      *    together and they can chase their own clients off one page.
       0020-GERA-AGING.

           IF        wk-data-referencia EQUAL    ZEROS
                 MOVE arqtitulo-cliente-codigo TO SORT-CLIENTE
                 MOVE arqtitulo-numero-nf TO     SORT-NUMERO-NF
                 MOVE arqtitulo-parcela TO       SORT-PARCELA
                 PERFORM 0022A-VENCIMENTO-UTIL
                 MOVE wk-vencimento-util TO      SORT-VENCIMENTO
      *          Partial baixas leave only the saldo outstanding.
                 COMPUTE SORT-VALOR =    arqtitulo-valor
                                       - arqtitulo-valor-pago
                 COMPUTE wk-venc-int =
                         FUNCTION INTEGER-OF-DATE
                                  (wk-vencimento-util)
                 COMPUTE SORT-DIAS-ATRASO =
                         wk-ref-int - wk-venc-int
                 RELEASE SORT-TITULO-REG
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Titulos age from the due date as adjusted to a business
      *    day where the client sits. New parcelas are stored that
      *    way already; older ones, and any generated elsewhere, get
      *    the same adjustment here so a parcela due on a local
      *    holiday is not shown late the day it was payable.
       0022A-VENCIMENTO-UTIL.

           MOVE      arqtitulo-vencimento TO     wk-vencimento-util.
           IF        wk-tem-cliente EQUAL        'S'
               MOVE  arqtitulo-cliente-codigo TO arqcliente-codigo
               READ  ARQCLIENTE     KEY IS       ARQCLIENTE-CODIGO
                INVALID KEY
                 MOVE SPACES        TO           arqcliente-uf
                                                  arqcliente-cidade
               END-READ
           ELSE
               MOVE  SPACES         TO           arqcliente-uf
                                                  arqcliente-cidade
           END-IF.
           CALL      'diautil'      USING        wk-vencimento-util
                                                  arqcliente-uf
                                                  arqcliente-cidade.
      *---------------------------------------------------------------
       0023-LISTA-AGING.

           IF        fl-ok          EQUAL        'S'
               CLOSE ARQTITULO
           END-IF.
           IF        wk-tem-cliente EQUAL        'S'
               CLOSE ARQCLIENTE
           END-IF.
           GOBACK.
           exit program.

