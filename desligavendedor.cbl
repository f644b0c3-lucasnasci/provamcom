       program-id. desligavendedor as "desligavendedor".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqdesligselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqtravaselect.cpy".
           copy "arqtravaexecselect.cpy".
           copy "arqcobtempselect.cpy".
           copy "arqoperadorselect.cpy".
           copy "arqreldesligselect.cpy".

       data division.

           file section.

           copy "arqdesligfd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqtravafd.cpy".
           copy "arqtravaexecfd.cpy".
           copy "arqcobtempfd.cpy".
           copy "arqoperadorfd.cpy".
           copy "arqreldesligfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqdeslig     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\deslig.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqtrava      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqtrava.dat".
           01  wk-caminho-arqtravaexec  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\travaexec.dat".
           01  wk-caminho-arqcobtemp    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cobtemp.dat".
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".
           01  wk-caminho-arqreldeslig  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\reldeslig.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-tem-operador        pic x(001) value 'N'.
              05 wk-exec-andamento      pic x(001) value 'N'.
              05 wk-interrompido        pic x(001) value 'N'.
              05 wk-operador            pic x(010) value spaces.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-hoje                  pic 9(008) value zeros.

           01  wk-parametros.
              05 wk-vendedor            pic 9(007) value zeros.
              05 wk-data-efetiva        pic 9(008) value zeros.
              05 wk-sucessor            pic 9(007) value zeros.

      *    Hand-over areas of the two programs that do the heavy
      *    lifting: fechacomissao closes the final statement and
      *    transferecarteira moves the book to the successor.
           01  wk-opcao-deslg           pic x(005) value 'DESLG'.
           01  wk-param-comissao.
              05 wk-pc-vendedor         pic 9(007) value zeros.
              05 wk-pc-data-efetiva     pic 9(008) value zeros.
              05 wk-pc-base             pic s9(011)v9(002) value zeros.
              05 wk-pc-valor            pic s9(009)v9(002) value zeros.
              05 wk-pc-liquido          pic s9(009)v9(002) value zeros.
              05 wk-pc-folha            pic x(001) value spaces.
           01  wk-param-carteira.
              05 wk-pt-origem           pic 9(007) value zeros.
              05 wk-pt-destino          pic 9(007) value zeros.
              05 wk-pt-transferidos     pic 9(005) value zeros.
              05 wk-pt-mantidos         pic 9(005) value zeros.

           01  wk-etapas.
              05 wk-et-idx              pic 9(001) comp value zeros.
           01  wk-etapas-nomes.
              05 filler                 pic x(030) value
                 "BLOQUEIO DE NOVAS VENDAS".
              05 filler                 pic x(030) value
                 "COMISSAO FINAL PRO-RATA".
              05 filler                 pic x(030) value
                 "REGISTRO FINAL NA FOLHA".
              05 filler                 pic x(030) value
                 "CARTEIRA (SUCESSOR/LIBERACAO)".
              05 filler                 pic x(030) value
                 "COBERTURAS E BACKUPS".
              05 filler                 pic x(030) value
                 "LOGIN DO OPERADOR".
           01  wk-etapas-nomes-r redefines wk-etapas-nomes.
              05 wk-etapa-nome          occurs 6 times pic x(030).

      *    Clients still on the book of the vendedor let go once the
      *    successor has taken what they had room for: collected first
      *    and released afterwards, as transferecarteira does.
           01  wk-carteira.
              05 wk-cart-qtd            pic 9(005) comp value zeros.
              05 wk-cart-idx            pic 9(005) comp value zeros.
              05 wk-cart-cliente        occurs 9999 times
                                        pic 9(007).

      *    Journal staging for gravajornal, as in cadastrovendedor.
           01  wk-jornal.
              05 wk-jrn-entidade        pic x(008) value 'VENDEDOR'.
              05 wk-jrn-operacao        pic x(001) value 'A'.
              05 wk-jrn-programa        pic x(020)
                                         value 'desligavendedor'.
              05 wk-jrn-imagem-ant      pic x(300) value spaces.
              05 wk-jrn-imagem-nova     pic x(300) value spaces.

      *    The checklist as the screen shows it, one line per step.
           01  wk-tela-checklist.
              05 wk-tc-linha1           pic x(060) value spaces.
              05 wk-tc-linha2           pic x(060) value spaces.
              05 wk-tc-linha3           pic x(060) value spaces.
              05 wk-tc-linha4           pic x(060) value spaces.
              05 wk-tc-linha5           pic x(060) value spaces.
              05 wk-tc-linha6           pic x(060) value spaces.
           01  wk-tela-checklist-r redefines wk-tela-checklist.
              05 wk-tc-linha            occurs 6 times pic x(060).

           01  wk-lin-titulo.
              05 filler                 pic x(033) value
                 "DESLIGAMENTO DE VENDEDOR        ".
              05 filler                 pic x(009) value " EMISSAO ".
              05 wk-lti-data            pic 9(008).
           01  wk-lin-vendedor.
              05 filler                 pic x(009) value "VENDEDOR ".
              05 wk-lv-codigo           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-lv-nome             pic x(040).
              05 filler                 pic x(016) value
                 " ULTIMO DIA    ".
              05 wk-lv-data             pic 9(008).
           01  wk-lin-sucessor.
              05 filler                 pic x(017) value
                 "SUCESSOR         ".
              05 wk-ls-sucessor         pic 9(007).
              05 filler                 pic x(003) value spaces.
              05 wk-ls-obs              pic x(040).
           01  wk-lin-etapa.
              05 wk-le-numero           pic 9(001).
              05 filler                 pic x(001) value space.
              05 wk-le-nome             pic x(030).
              05 filler                 pic x(001) value space.
              05 wk-le-status           pic x(014).
              05 filler                 pic x(001) value space.
              05 wk-le-data             pic 9(008).
           01  wk-lin-valor.
              05 wk-lvl-rotulo          pic x(030).
              05 wk-lvl-valor           pic -zz.zzz.zzz.zz9,99.
           01  wk-lin-qtd.
              05 wk-lq-rotulo           pic x(030).
              05 wk-lq-qtd              pic zzzz9.

           copy "arqdesligfs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqtravafs.cpy".
           copy "arqtravaexecfs.cpy".
           copy "arqcobtempfs.cpy".
           copy "arqoperadorfs.cpy".
           copy "arqreldesligfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "DESLIGAMENTO DE VENDEDOR".
               05  line  3   col  05 value
                         "Vendedor a desligar".
               05  line  3   col  43   using wk-vendedor.
               05  line  4   col  05 value
                         "Ultimo dia de trabalho (AAAAMMDD)".
               05  line  4   col  43   using wk-data-efetiva.
               05  line  5   col  05 value
                         "Sucessor da carteira (0 = liberar)".
               05  line  5   col  43   using wk-sucessor.
               05  line  6   col  05 value
                         "1 Executar ou retomar".
               05  line  7   col  05 value
                         "9 Encerrar".
               05  line  7   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-CHECKLIST.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CHECKLIST DO DESLIGAMENTO (reldeslig.txt)".
               05  line  3   col  05   using wk-tc-linha1.
               05  line  4   col  05   using wk-tc-linha2.
               05  line  5   col  05   using wk-tc-linha3.
               05  line  6   col  05   using wk-tc-linha4.
               05  line  7   col  05   using wk-tc-linha5.
               05  line  8   col  05   using wk-tc-linha6.
               05  line  9   col  05   using wk-msg.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
      *    Only the checklist and the operator file stay open for the
      *    whole session; every step opens what it touches and closes
      *    it again, since the programs it calls open the same files.
       0000-controle.

       INITIALIZE    wk-workarea.

           CALL      'empresaatual' USING       wk-empresa-corrente.
           ACCEPT    wk-hoje        FROM        DATE.
           MOVE      wk-hoje        TO          wk-data-efetiva.

           OPEN      I-O          ARQDESLIG.
           IF        FS-ARQDESLIG   EQUAL       '05'
            OR       FS-ARQDESLIG   EQUAL       '35'
               CLOSE      ARQDESLIG
               OPEN       OUTPUT      ARQDESLIG
               CLOSE      ARQDESLIG
               OPEN       I-O         ARQDESLIG
           END-IF.
           IF        FS-ARQDESLIG   NOT EQUAL  ZEROS
               MOVE  'N'            TO           fl-ok
               CALL  'fsmensagem'   USING        FS-ARQDESLIG
                                                  WK-MSG
           END-IF.

      *    Without the operator file no supervisor can be checked,
      *    and the offboarding stays closed.
           OPEN      I-O          ARQOPERADOR.
           IF        FS-ARQOPERADOR EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-operador
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.
           initialize  wk-msg.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         NOT EQUAL  'N'
             PERFORM   0015-VERIFICA-SUPERVISOR
             IF        wk-msg        EQUAL      SPACES
                 PERFORM 0016-VERIFICA-TRAVA-EXEC
             END-IF
             IF        wk-msg        EQUAL      SPACES
                 PERFORM 0020-DESLIGA
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Letting a vendedor go is a supervisor's call, as the limit
      *    review is; they sign the checklist.
       0015-VERIFICA-SUPERVISOR.

           CALL      'operadoratual' USING      wk-operador.
           IF        wk-tem-operador NOT EQUAL  'S'
               MOVE  'Cadastro de operadores indisponivel'
                                    TO          wk-msg
           ELSE
               MOVE  wk-operador    TO          arqoperador-codigo
               READ  ARQOPERADOR    KEY IS      ARQOPERADOR-CODIGO
                INVALID KEY
                 MOVE 'Operador da sessao nao cadastrado'
                                    TO          wk-msg
                NOT INVALID KEY
                 IF   NOT arqoperador-supervisor
                  OR  NOT arqoperador-ativo
                  OR  arqoperador-bloqueado
                     MOVE 'Desligamento restrito a supervisor ativo'
                                    TO          wk-msg
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    The book and the backup slots live in the files a live
      *    (or crashed-but-resumable) run is working on, so nothing
      *    starts while the run lock is held.
       0016-VERIFICA-TRAVA-EXEC.

           MOVE      'N'            TO           wk-exec-andamento.
           OPEN      INPUT        ARQTRAVAEXEC.
           IF        FS-ARQTRAVAEXEC EQUAL      ZEROS
               READ  ARQTRAVAEXEC
                AT END
                 CONTINUE
                NOT AT END
                 IF   arqtravaexec-ocupado
                     MOVE 'S'       TO           wk-exec-andamento
                 END-IF
               END-READ
               CLOSE ARQTRAVAEXEC
           END-IF.
           IF        wk-exec-andamento EQUAL     'S'
               MOVE  'Execucao em andamento - desligamento bloqueado'
                                    TO           wk-msg
           END-IF.
      *---------------------------------------------------------------
      *    Opens the checklist of the vendedor (or picks up the one
      *    left half done) and runs the steps in order, each one
      *    stamped on the checklist as soon as it is through. The
      *    first step that fails stops the run; running it again
      *    resumes there.
       0020-DESLIGA.

           PERFORM   0021-ABRE-CHECKLIST.
           IF        wk-msg         EQUAL       SPACES
               MOVE  'N'            TO          wk-interrompido
               PERFORM              0025-EXECUTA-ETAPA
                 VARYING wk-et-idx  FROM        1
                   BY    1
                   UNTIL wk-et-idx  >           6
                      OR wk-interrompido EQUAL  'S'
               IF    wk-interrompido EQUAL      'N'
                   SET  arqdeslig-concluido     TO          TRUE
                   PERFORM          0029-REGRAVA-CHECKLIST
                   MOVE 'Desligamento concluido' TO         wk-msg
               END-IF
               PERFORM              0040-RELATORIO
               DISPLAY SC-TELA-CHECKLIST
               ACCEPT  SC-TELA-CHECKLIST
           END-IF.
      *---------------------------------------------------------------
       0021-ABRE-CHECKLIST.

           IF        wk-vendedor    EQUAL       ZEROS
               MOVE  'Informar o vendedor a desligar'
                                    TO          wk-msg
           ELSE
               MOVE  wk-vendedor    TO
                                    arqdeslig-vendedor-codigo
               READ  ARQDESLIG      KEY IS
                                    ARQDESLIG-VENDEDOR-CODIGO
                INVALID KEY
                 PERFORM            0022-CONSISTE-NOVO
                 IF   wk-msg        EQUAL       SPACES
                     PERFORM        0023-GRAVA-CHECKLIST
                 END-IF
                NOT INVALID KEY
      *          A checklist already open is resumed with the date
      *          and successor it was opened with.
                 IF   arqdeslig-concluido
                     MOVE 'Desligamento ja concluido para o vendedor'
                                    TO          wk-msg
                 ELSE
                     IF   arqdeslig-empresa NOT EQUAL
                                    wk-empresa-corrente
                         MOVE 'Vendedor de outra empresa'
                                    TO          wk-msg
                     ELSE
                         MOVE arqdeslig-data-efetiva TO
                                    wk-data-efetiva
                         MOVE arqdeslig-sucessor TO wk-sucessor
                     END-IF
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    A new offboarding: the vendedor must be an ativo one of
      *    this empresa, their last day cannot lie in the future, and
      *    a successor, when named, must be able to take clients.
       0022-CONSISTE-NOVO.

           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           ELSE
               MOVE  wk-vendedor    TO          ARQVENDEDOR-CODIGO
               READ  ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
                INVALID KEY
                 MOVE 'Vendedor nao cadastrado' TO          wk-msg
                NOT INVALID KEY
                 IF   arqvendedor-empresa NOT EQUAL
                                    wk-empresa-corrente
                     MOVE 'Vendedor de outra empresa'
                                    TO          wk-msg
                 END-IF
                 IF   arqvendedor-inativo
                     MOVE 'Vendedor ja inativo'  TO         wk-msg
                 END-IF
               END-READ
               IF    wk-msg         EQUAL       SPACES
                   IF   wk-data-efetiva EQUAL   ZEROS
                    OR  wk-data-efetiva GREATER wk-hoje
                       MOVE 'Ultimo dia nao pode ser futuro'
                                    TO          wk-msg
                   END-IF
               END-IF
               IF    wk-msg         EQUAL       SPACES
                AND  wk-sucessor    NOT EQUAL   ZEROS
                   IF   wk-sucessor EQUAL       wk-vendedor
                       MOVE 'Sucessor deve ser outro vendedor'
                                    TO          wk-msg
                   ELSE
                       MOVE wk-sucessor TO      ARQVENDEDOR-CODIGO
                       READ ARQVENDEDOR KEY IS  ARQVENDEDOR-CODIGO
                        INVALID KEY
                         MOVE 'Sucessor nao cadastrado'
                                    TO          wk-msg
                        NOT INVALID KEY
                         IF   arqvendedor-inativo
                          OR  arqvendedor-empresa NOT EQUAL
                                    wk-empresa-corrente
                             MOVE 'Sucessor inativo ou de outra empresa'
                                    TO          wk-msg
                         END-IF
                       END-READ
                   END-IF
               END-IF
               CLOSE ARQVENDEDOR
           END-IF.
      *---------------------------------------------------------------
       0023-GRAVA-CHECKLIST.

           MOVE      wk-vendedor    TO
                                    arqdeslig-vendedor-codigo.
           MOVE      wk-empresa-corrente TO     arqdeslig-empresa.
           MOVE      wk-data-efetiva TO         arqdeslig-data-efetiva.
           MOVE      wk-sucessor    TO          arqdeslig-sucessor.
           MOVE      wk-operador    TO          arqdeslig-operador.
           MOVE      wk-hoje        TO          arqdeslig-data-abertura.
           SET       arqdeslig-andamento        TO          TRUE.
           PERFORM   0024-ZERA-ETAPA
             VARYING wk-et-idx      FROM        1
               BY    1
               UNTIL wk-et-idx      >           6.
           MOVE      ZEROS          TO          arqdeslig-base
                                                 arqdeslig-valor
                                                 arqdeslig-liquido
                                    arqdeslig-transferidos
                                                 arqdeslig-liberados
                                                 arqdeslig-coberturas
                                                 arqdeslig-backups
                                                 arqdeslig-logins.
           MOVE      'N'            TO          arqdeslig-folha.
           WRITE     arqdeslig-registro
            INVALID KEY
             CALL    'fsmensagem'   USING       FS-ARQDESLIG
                                                 WK-MSG
           END-WRITE.
      *---------------------------------------------------------------
       0024-ZERA-ETAPA.

           SET       arqdeslig-etapa-pendente(wk-et-idx) TO TRUE.
           MOVE      ZEROS          TO
                                    arqdeslig-etapa-data(wk-et-idx).
      *---------------------------------------------------------------
      *    Steps concluded (or found not to apply) on an earlier run
      *    are skipped; a pending or failed one runs now.
       0025-EXECUTA-ETAPA.

           IF        arqdeslig-etapa-pendente(wk-et-idx)
            OR       arqdeslig-etapa-erro(wk-et-idx)
               EVALUATE wk-et-idx
                WHEN  1
                 PERFORM            0030-BLOQUEIA-VENDAS
                WHEN  2
                 PERFORM            0031-COMISSAO-FINAL
                WHEN  3
                 PERFORM            0032-FOLHA-FINAL
                WHEN  4
                 PERFORM            0033-CARTEIRA
                WHEN  5
                 PERFORM            0036-COBERTURAS
                WHEN  6
                 PERFORM            0039-BLOQUEIA-LOGIN
               END-EVALUATE
               MOVE  wk-hoje        TO
                                    arqdeslig-etapa-data(wk-et-idx)
               IF    arqdeslig-etapa-erro(wk-et-idx)
                   MOVE 'S'         TO          wk-interrompido
               END-IF
               PERFORM              0029-REGRAVA-CHECKLIST
           END-IF.
      *---------------------------------------------------------------
       0029-REGRAVA-CHECKLIST.

           REWRITE   arqdeslig-registro
            INVALID KEY
             CALL    'fsmensagem'   USING       FS-ARQDESLIG
                                                 WK-MSG
           END-REWRITE.
      *---------------------------------------------------------------
      *    Step 1. Inativo stops them being picked for anything new
      *    (entry screen, mobile return, routing); the last day on
      *    the record lets importvenda still take the notas dated up
      *    to it and refuse anything later.
       0030-BLOQUEIA-VENDAS.

           SET       arqdeslig-etapa-erro(wk-et-idx) TO    TRUE.
           OPEN      I-O          ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           ELSE
               MOVE  wk-vendedor    TO          ARQVENDEDOR-CODIGO
               READ  ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
                INVALID KEY
                 MOVE 'Vendedor nao cadastrado' TO          wk-msg
                NOT INVALID KEY
                 MOVE ARQVENDEDOR-VENDEDOR TO   wk-jrn-imagem-ant
                 SET  arqvendedor-inativo       TO          TRUE
                 MOVE wk-data-efetiva TO
                                    arqvendedor-data-desligamento
                 REWRITE ARQVENDEDOR-VENDEDOR
                  INVALID KEY
                   CALL 'fsmensagem' USING      FS-ARQVENDEDOR
                                                 WK-MSG
                  NOT INVALID KEY
                   MOVE ARQVENDEDOR-VENDEDOR TO wk-jrn-imagem-nova
                   CALL 'gravajornal' USING     wk-jrn-entidade
                                                 wk-jrn-operacao
                                                 wk-jrn-programa
                                                 wk-jrn-imagem-ant
                                                 wk-jrn-imagem-nova
                   SET  arqdeslig-etapa-concluida(wk-et-idx) TO TRUE
                 END-REWRITE
               END-READ
               CLOSE ARQVENDEDOR
           END-IF.
      *---------------------------------------------------------------
      *    Step 2. fechacomissao closes everything not yet settled up
      *    to the last day, against the cota cut to the days worked,
      *    as a rescisao row of the ledger -- and sends what is to be
      *    paid to the rescisao folha in the same pass.
       0031-COMISSAO-FINAL.

           MOVE      wk-vendedor    TO          wk-pc-vendedor.
           MOVE      wk-data-efetiva TO         wk-pc-data-efetiva.
           CALL      'fechacomissao' USING      wk-opcao-deslg
                                                 wk-param-comissao.
           IF        RETURN-CODE    EQUAL       ZEROS
               MOVE  wk-pc-base     TO          arqdeslig-base
               MOVE  wk-pc-valor    TO          arqdeslig-valor
               MOVE  wk-pc-liquido  TO          arqdeslig-liquido
               MOVE  wk-pc-folha    TO          arqdeslig-folha
               SET   arqdeslig-etapa-concluida(wk-et-idx) TO TRUE
           ELSE
               MOVE  'Comissao final nao apurada'
                                    TO          wk-msg
               SET   arqdeslig-etapa-erro(wk-et-idx) TO    TRUE
           END-IF.
           MOVE      ZEROS          TO          RETURN-CODE.
      *---------------------------------------------------------------
      *    Step 3. The folha record went out with step 2; a statement
      *    with nothing left to pay has no record to send.
       0032-FOLHA-FINAL.

           IF        arqdeslig-folha EQUAL      'S'
               SET   arqdeslig-etapa-concluida(wk-et-idx) TO TRUE
           ELSE
               SET   arqdeslig-etapa-nao-aplica(wk-et-idx) TO TRUE
           END-IF.
      *---------------------------------------------------------------
      *    Step 4. The successor takes the book through the regular
      *    transfer, capacity and trava re-pointing included; what is
      *    left (everything, with no successor) is released to the
      *    next executar run and loses the travas pinning it to them.
       0033-CARTEIRA.

           SET       arqdeslig-etapa-concluida(wk-et-idx) TO TRUE.
           IF        wk-sucessor    NOT EQUAL   ZEROS
               MOVE  wk-vendedor    TO          wk-pt-origem
               MOVE  wk-sucessor    TO          wk-pt-destino
               CALL  'transferecarteira' USING  wk-opcao-deslg
                                                 wk-param-carteira
               IF    RETURN-CODE    EQUAL       ZEROS
                   ADD  wk-pt-transferidos TO   arqdeslig-transferidos
               ELSE
                   MOVE 'Carteira nao transferida ao sucessor'
                                    TO          wk-msg
                   SET  arqdeslig-etapa-erro(wk-et-idx) TO TRUE
               END-IF
               MOVE  ZEROS          TO          RETURN-CODE
           END-IF.
           IF        arqdeslig-etapa-concluida(wk-et-idx)
               PERFORM              0034-LIBERA-CARTEIRA
           END-IF.
      *---------------------------------------------------------------
       0034-LIBERA-CARTEIRA.

           MOVE      ZEROS          TO          wk-cart-qtd.
           OPEN      INPUT        ARQSAIDA.
           IF        FS-ARQSAIDA    EQUAL       ZEROS
               MOVE  wk-vendedor    TO          arqsaida-vendedor-codigo
               START ARQSAIDA       KEY IS      EQUAL
                                    ARQSAIDA-VENDEDOR-CODIGO
                INVALID KEY
                 MOVE '10'          TO          FS-ARQSAIDA
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQSAIDA
               END-START
               PERFORM              0034A-COLETA-CLIENTE
                 UNTIL FS-ARQSAIDA  EQUAL       '10'
               CLOSE ARQSAIDA
           END-IF.

      *    Re-stamping the client is what makes a delta run match them
      *    again instead of copying the row it had.
           OPEN      I-O          ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
               SET   arqdeslig-etapa-erro(wk-et-idx) TO    TRUE
           ELSE
               PERFORM              0034B-LIBERA-CLIENTE
                 VARYING wk-cart-idx FROM       1
                   BY    1
                   UNTIL wk-cart-idx >          wk-cart-qtd
               CLOSE ARQCLIENTE
           END-IF.

           OPEN      I-O          ARQTRAVA.
           IF        FS-ARQTRAVA    EQUAL       ZEROS
               MOVE  LOW-VALUES     TO          arqtrava-cliente-codigo
               START ARQTRAVA       KEY IS      NOT LESS
                                    ARQTRAVA-CLIENTE-CODIGO
                INVALID KEY
                 MOVE '10'          TO          FS-ARQTRAVA
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQTRAVA
               END-START
               PERFORM              0035-REMOVE-TRAVA
                 UNTIL FS-ARQTRAVA  EQUAL       '10'
               CLOSE ARQTRAVA
           END-IF.
      *---------------------------------------------------------------
       0034A-COLETA-CLIENTE.

           READ      ARQSAIDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT AT END
             IF      arqsaida-vendedor-codigo NOT EQUAL wk-vendedor
                 MOVE '10'          TO          FS-ARQSAIDA
             ELSE
                 IF   wk-cart-qtd   <           9999
                     ADD  1         TO          wk-cart-qtd
                     MOVE arqsaida-cliente-codigo
                                    TO    wk-cart-cliente(wk-cart-qtd)
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0034B-LIBERA-CLIENTE.

           MOVE      wk-cart-cliente(wk-cart-idx) TO
                                    arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             ACCEPT  arqcliente-data-alt        FROM        DATE
             ACCEPT  arqcliente-hora-alt        FROM        TIME
             REWRITE ARQCLIENTE-CLIENTE
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          arqdeslig-liberados
             END-REWRITE
           END-READ.
      *---------------------------------------------------------------
       0035-REMOVE-TRAVA.

           READ      ARQTRAVA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTRAVA
            NOT AT END
             IF      arqtrava-vendedor-codigo EQUAL wk-vendedor
                 DELETE ARQTRAVA    RECORD
                  INVALID KEY
                   CONTINUE
                 END-DELETE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Step 5. Coverage windows where they are the titular or the
      *    cover are closed, and they are taken out of the backup slots
      *    of every client (slot 3 moving up), so neither ativacobertura
      *    nor a promotion ever hands a client to them again.
       0036-COBERTURAS.

           SET       arqdeslig-etapa-concluida(wk-et-idx) TO TRUE.
           OPEN      I-O          ARQCOBTEMP.
           IF        FS-ARQCOBTEMP  EQUAL       ZEROS
               MOVE  LOW-VALUES     TO          arqcobtemp-chave
               START ARQCOBTEMP     KEY IS      NOT LESS
                                    ARQCOBTEMP-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQCOBTEMP
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQCOBTEMP
               END-START
               PERFORM              0037-ENCERRA-COBERTURA
                 UNTIL FS-ARQCOBTEMP EQUAL      '10'
               CLOSE ARQCOBTEMP
           END-IF.

           OPEN      I-O          ARQSAIDA.
           IF        FS-ARQSAIDA    NOT EQUAL   ZEROS
               CALL  'fsmensagem'   USING       FS-ARQSAIDA
                                                 WK-MSG
               SET   arqdeslig-etapa-erro(wk-et-idx) TO    TRUE
           ELSE
               MOVE  LOW-VALUES     TO          arqsaida-chave
               START ARQSAIDA       KEY IS      NOT LESS
                                    ARQSAIDA-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQSAIDA
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQSAIDA
               END-START
               PERFORM              0038-LIMPA-BACKUP
                 UNTIL FS-ARQSAIDA  EQUAL       '10'
               CLOSE ARQSAIDA
           END-IF.
      *---------------------------------------------------------------
       0037-ENCERRA-COBERTURA.

           READ      ARQCOBTEMP     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCOBTEMP
            NOT AT END
             IF      arqcobtemp-ativa
              AND   (arqcobtemp-vendedor-titular EQUAL wk-vendedor
              OR     arqcobtemp-vendedor-cobertura EQUAL wk-vendedor)
                 SET  arqcobtemp-encerrada      TO          TRUE
                 REWRITE arqcobtemp-registro
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   ADD 1            TO          arqdeslig-coberturas
                 END-REWRITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0038-LIMPA-BACKUP.

           READ      ARQSAIDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT AT END
             IF      arqsaida-vendedor2-codigo EQUAL wk-vendedor
              OR     arqsaida-vendedor3-codigo EQUAL wk-vendedor
                 IF   arqsaida-vendedor2-codigo EQUAL wk-vendedor
                     MOVE arqsaida-vendedor3-codigo TO
                                    arqsaida-vendedor2-codigo
                     MOVE arqsaida-vendedor3-nome TO
                                    arqsaida-vendedor2-nome
                     MOVE arqsaida-distancia3 TO arqsaida-distancia2
                 END-IF
                 MOVE ZEROS         TO
                                    arqsaida-vendedor3-codigo
                                    arqsaida-distancia3
                 MOVE SPACES        TO          arqsaida-vendedor3-nome
                 REWRITE arqsaida-registro
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   ADD 1            TO          arqdeslig-backups
                 END-REWRITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Step 6. Every login tied to them is made inativo and
      *    locked; none at all leaves the step as not applicable.
       0039-BLOQUEIA-LOGIN.

           MOVE      LOW-VALUES     TO          arqoperador-codigo.
           START     ARQOPERADOR    KEY IS      NOT LESS
                                    ARQOPERADOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQOPERADOR
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQOPERADOR
           END-START.
           PERFORM   0039A-LE-OPERADOR
             UNTIL   FS-ARQOPERADOR EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQOPERADOR.
           IF        arqdeslig-logins GREATER   ZEROS
               SET   arqdeslig-etapa-concluida(wk-et-idx) TO TRUE
           ELSE
               SET   arqdeslig-etapa-nao-aplica(wk-et-idx) TO TRUE
           END-IF.
      *---------------------------------------------------------------
       0039A-LE-OPERADOR.

           READ      ARQOPERADOR    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQOPERADOR
            NOT AT END
             IF      arqoperador-vendedor-codigo EQUAL wk-vendedor
                 SET  arqoperador-inativo       TO          TRUE
                 SET  arqoperador-bloqueado     TO          TRUE
                 REWRITE arqoperador-registro
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   ADD 1            TO          arqdeslig-logins
                 END-REWRITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The checklist and the final statement, rewritten on every
      *    run so the file always shows where the offboarding stands.
       0040-RELATORIO.

           OPEN      OUTPUT       ARQRELDESLIG.
           MOVE      wk-hoje        TO          wk-lti-data.
           WRITE     arqreldeslig-linha FROM    wk-lin-titulo.

           MOVE      wk-vendedor    TO          wk-lv-codigo.
           MOVE      SPACES         TO          wk-lv-nome.
           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR EQUAL       ZEROS
               MOVE  wk-vendedor    TO          ARQVENDEDOR-CODIGO
               READ  ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqvendedor-nome TO       wk-lv-nome
               END-READ
               CLOSE ARQVENDEDOR
           END-IF.
           MOVE      arqdeslig-data-efetiva TO  wk-lv-data.
           WRITE     arqreldeslig-linha FROM    wk-lin-vendedor.

           MOVE      arqdeslig-sucessor TO      wk-ls-sucessor.
           IF        arqdeslig-sucessor EQUAL   ZEROS
               MOVE  'CARTEIRA LIBERADA A PROXIMA EXECUCAO'
                                    TO          wk-ls-obs
           ELSE
               MOVE  SPACES         TO          wk-ls-obs
           END-IF.
           WRITE     arqreldeslig-linha FROM    wk-lin-sucessor.

           PERFORM   0041-LINHA-ETAPA
             VARYING wk-et-idx      FROM        1
               BY    1
               UNTIL wk-et-idx      >           6.

           MOVE      'BASE FINAL'   TO          wk-lvl-rotulo.
           MOVE      arqdeslig-base TO          wk-lvl-valor.
           WRITE     arqreldeslig-linha FROM    wk-lin-valor.
           MOVE      'COMISSAO FINAL' TO        wk-lvl-rotulo.
           MOVE      arqdeslig-valor TO         wk-lvl-valor.
           WRITE     arqreldeslig-linha FROM    wk-lin-valor.
           MOVE      'LIQUIDO A FOLHA' TO       wk-lvl-rotulo.
           MOVE      arqdeslig-liquido TO       wk-lvl-valor.
           WRITE     arqreldeslig-linha FROM    wk-lin-valor.
           MOVE      'CLIENTES TRANSFERIDOS' TO wk-lq-rotulo.
           MOVE      arqdeslig-transferidos TO  wk-lq-qtd.
           WRITE     arqreldeslig-linha FROM    wk-lin-qtd.
           MOVE      'CLIENTES LIBERADOS' TO    wk-lq-rotulo.
           MOVE      arqdeslig-liberados TO     wk-lq-qtd.
           WRITE     arqreldeslig-linha FROM    wk-lin-qtd.
           MOVE      'COBERTURAS ENCERRADAS' TO wk-lq-rotulo.
           MOVE      arqdeslig-coberturas TO    wk-lq-qtd.
           WRITE     arqreldeslig-linha FROM    wk-lin-qtd.
           MOVE      'VAGAS DE BACKUP LIMPAS' TO
                                    wk-lq-rotulo.
           MOVE      arqdeslig-backups TO       wk-lq-qtd.
           WRITE     arqreldeslig-linha FROM    wk-lin-qtd.
           MOVE      'LOGINS BLOQUEADOS' TO     wk-lq-rotulo.
           MOVE      arqdeslig-logins TO        wk-lq-qtd.
           WRITE     arqreldeslig-linha FROM    wk-lin-qtd.
           CLOSE     ARQRELDESLIG.
      *---------------------------------------------------------------
       0041-LINHA-ETAPA.

           MOVE      wk-et-idx      TO          wk-le-numero.
           MOVE      wk-etapa-nome(wk-et-idx) TO wk-le-nome.
           EVALUATE  TRUE
            WHEN     arqdeslig-etapa-concluida(wk-et-idx)
             MOVE    'CONCLUIDA'    TO          wk-le-status
            WHEN     arqdeslig-etapa-nao-aplica(wk-et-idx)
             MOVE    'NAO SE APLICA' TO         wk-le-status
            WHEN     arqdeslig-etapa-erro(wk-et-idx)
             MOVE    'ERRO'         TO          wk-le-status
            WHEN     OTHER
             MOVE    'PENDENTE'     TO          wk-le-status
           END-EVALUATE.
           MOVE      arqdeslig-etapa-data(wk-et-idx) TO wk-le-data.
           WRITE     arqreldeslig-linha FROM    wk-lin-etapa.
           MOVE      wk-lin-etapa   TO          wk-tc-linha(wk-et-idx).
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          NOT EQUAL   'N'
               CLOSE ARQDESLIG
           END-IF.
           IF        wk-tem-operador EQUAL      'S'
               CLOSE ARQOPERADOR
           END-IF.
           GOBACK.
           exit program.

           end program desligavendedor.
