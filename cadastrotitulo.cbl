       file-control.

           copy "arqtituloselect.cpy".
           copy "arqbaixaselect.cpy".
           copy "arqjuroscfgselect.cpy".
           copy "arqperdaselect.cpy".
           copy "arqoperadorselect.cpy".
           copy "arqauditoriaselect.cpy".

       data division.

           file section.

           copy "arqtitulofd.cpy".
           copy "arqbaixafd.cpy".
           copy "arqjuroscfgfd.cpy".
           copy "arqperdafd.cpy".
           copy "arqoperadorfd.cpy".
           copy "arqauditoriafd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqbaixa      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\baixa.dat".
           01  wk-caminho-arqjuroscfg   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\juroscfg.dat".
           01  wk-caminho-arqperda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\perda.dat".
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.

           01  wk-operador              pic x(010) value spaces.
           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-tem-operador          pic x(001) value 'N'.

           01  wk-baixa.
              05 wk-numero-nf           pic  9(009) value zeros.
              05 wk-parcela             pic  9(002) value zeros.
              05 wk-vencimento          pic  9(008) value zeros.
              05 wk-valor               pic  9(009)v9(002) value zeros.
              05 wk-valor-pago          pic  9(009)v9(002) value zeros.
              05 wk-saldo               pic  9(009)v9(002) value zeros.
              05 wk-situacao            pic  x(001) value spaces.
              05 wk-data-pagamento      pic  9(008) value zeros.
              05 wk-dias-atraso         pic s9(005) value zeros.
              05 wk-juros               pic  9(009)v9(002) value zeros.
              05 wk-multa               pic  9(009)v9(002) value zeros.
              05 wk-devido              pic  9(009)v9(002) value zeros.
              05 wk-recebido            pic  9(009)v9(002) value zeros.
              05 wk-confirma            pic  x(001) value spaces.

      *    Late-payment policy in force; the shipped defaults (1% a
      *    month pro rata die, 2% multa, no grace) hold until the
      *    desk saves its own.
           01  wk-politica.
              05 wk-juros-dia           pic  9(002)v9(004) value 0,0333.
              05 wk-multa-percent       pic  9(002)v9(002) value 2.
              05 wk-carencia            pic  9(003) value zeros.
              05 wk-pol-confirma        pic  x(001) value spaces.

      *    How the amount received is split across principal and the
      *    encargos: a partial payment settles the same share of each.
           01  wk-rateio.
              05 wk-principal           pic  9(009)v9(002) value zeros.
              05 wk-encargos            pic  9(009)v9(002) value zeros.
              05 wk-rat-juros           pic  9(009)v9(002) value zeros.
              05 wk-rat-multa           pic  9(009)v9(002) value zeros.
              05 wk-proxima-seq         pic  9(003) value zeros.

      *    Write-off of a parcela as a bad debt: the reason, and the
      *    supervisor who signs for it with their own password.
           01  wk-perda.
              05 wk-pd-motivo           pic  x(040) value spaces.
              05 wk-pd-aprovador        pic  x(010) value spaces.
              05 wk-pd-senha            pic  x(010) value spaces.
              05 wk-pd-hash             pic  9(009) value zeros.
              05 wk-pd-aprovado         pic  x(001) value 'N'.
              05 wk-pd-hoje             pic  9(008) value zeros.
              05 wk-pd-valor-edit       pic  zzz.zzz.zz9,99.

           copy "arqencadeiacalc.cpy".

           copy "arqtitulofs.cpy".
           copy "arqbaixafs.cpy".
           copy "arqjuroscfgfs.cpy".
           copy "arqperdafs.cpy".
           copy "arqoperadorfs.cpy".
           copy "arqauditoriafs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
                         "1 Baixar um titulo".
               05  line  3   col  43   using wk-opcao.
               05  line  4   col  05 value
                         "2 Politica de juros e multa".
               05  line  5   col  05 value
                         "3 Baixa por perda (supervisor)".
               05  line  6   col  05 value
                         "9 Encerrar".
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
                         "Valor".
               05  line  6   col  43   using wk-valor.
               05  line  7   col  05 value
                         "Situacao (A abe P pag C can R ren D per)".
               05  line  7   col  43   using wk-situacao.
               05  line  8   col  05 value
                         "Data do pagamento (0 = hoje)".
               05  line  8   col  43   using wk-data-pagamento.
               05  line  9   col  05 value
                         "Ja recebido / saldo em aberto".
               05  line  9   col  43   using wk-valor-pago.
               05  line  9   col  58   using wk-saldo.
               05  line  10  col  05 value
                         "Dias de atraso".
               05  line  10  col  43   using wk-dias-atraso.
               05  line  11  col  05 value
                         "Juros / multa".
               05  line  11  col  43   using wk-juros.
               05  line  11  col  58   using wk-multa.
               05  line  12  col  05 value
                         "Total devido".
               05  line  12  col  43   using wk-devido.
               05  line  13  col  05 value
                         "Valor recebido (0 = total devido)".
               05  line  13  col  43   using wk-recebido.
               05  line  14  col  05 value
                         "Confirma a baixa (S/N)".
               05  line  14  col  43   using wk-confirma.
               05  line  16  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-PERDA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "BAIXA POR PERDA (DEVEDOR DUVIDOSO)".
               05  line  3   col  05 value
                         "Nota fiscal".
               05  line  3   col  43   using wk-numero-nf.
               05  line  4   col  05 value
                         "Parcela".
               05  line  4   col  43   using wk-parcela.
               05  line  5   col  05 value
                         "Vencimento".
               05  line  5   col  43   using wk-vencimento.
               05  line  6   col  05 value
                         "Saldo em aberto".
               05  line  6   col  43   using wk-saldo.
               05  line  7   col  05 value
                         "Dias de atraso".
               05  line  7   col  43   using wk-dias-atraso.
               05  line  8   col  05 value
                         "Motivo da perda".
               05  line  8   col  22   using wk-pd-motivo.
               05  line  9   col  05 value
                         "Supervisor que aprova".
               05  line  9   col  43   using wk-pd-aprovador.
               05  line  10  col  05 value
                         "Senha do supervisor".
               05  line  10  col  43   using wk-pd-senha.
               05  line  11  col  05 value
                         "Confirma a baixa por perda (S/N)".
               05  line  11  col  43   using wk-confirma.
               05  line  13  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-POLITICA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "POLITICA DE JUROS E MULTA POR ATRASO".
               05  line  3   col  05 value
                         "Juros ao dia (%)".
               05  line  3   col  43   using wk-juros-dia.
               05  line  4   col  05 value
                         "Multa (%)".
               05  line  4   col  43   using wk-multa-percent.
               05  line  5   col  05 value
                         "Carencia (dias sem encargos)".
               05  line  5   col  43   using wk-carencia.
               05  line  7   col  05 value
                         "Grava a politica (S/N)".
               05  line  7   col  43   using wk-pol-confirma.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
       procedure division.
       0000-controle.

       INITIALIZE    wk-workarea.
           CALL      'operadoratual' USING      wk-operador.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           PERFORM   0005-LE-POLITICA.

           OPEN      I-O          ARQTITULO.
           IF        FS-ARQTITULO   NOT EQUAL   ZEROS
               MOVE  'N'            TO           fl-ok
               MOVE  'Nenhum titulo registrado'  TO          wk-msg
           END-IF.
           OPEN      I-O          ARQBAIXA.
           IF        FS-ARQBAIXA    EQUAL       '05'
            OR       FS-ARQBAIXA    EQUAL       '35'
               CLOSE      ARQBAIXA
               OPEN       OUTPUT      ARQBAIXA
               CLOSE      ARQBAIXA
               OPEN       I-O         ARQBAIXA
           END-IF.
           OPEN      I-O          ARQPERDA.
           IF        FS-ARQPERDA    EQUAL       '05'
            OR       FS-ARQPERDA    EQUAL       '35'
               CLOSE      ARQPERDA
               OPEN       OUTPUT      ARQPERDA
               CLOSE      ARQPERDA
               OPEN       I-O         ARQPERDA
           END-IF.
      *    Without the operator file no supervisor can be checked,
      *    and the write-off stays closed.
           OPEN      INPUT        ARQOPERADOR.
           IF        FS-ARQOPERADOR EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-operador
           END-IF.
           OPEN      EXTEND       ARQAUDITORIA.
           IF        FS-ARQAUDITORIA EQUAL      '05'
               OPEN       OUTPUT      ARQAUDITORIA
               CLOSE      ARQAUDITORIA
               OPEN       EXTEND      ARQAUDITORIA
           END-IF.
      *---------------------------------------------------------------
      *    A missing policy file keeps the shipped defaults.
       0005-LE-POLITICA.

           OPEN      INPUT        ARQJUROSCFG.
           IF        FS-ARQJUROSCFG EQUAL       ZEROS
               READ  ARQJUROSCFG
                AT END
                 CONTINUE
                NOT AT END
                 MOVE arqjuroscfg-juros-dia TO  wk-juros-dia
                 MOVE arqjuroscfg-multa TO      wk-multa-percent
                 MOVE arqjuroscfg-carencia TO   wk-carencia
               END-READ
               CLOSE ARQJUROSCFG
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

             PERFORM   0020-BAIXA-TITULO
           END-IF.

           IF          WK-OPCAO      EQUAL      2
             PERFORM   0030-MANTEM-POLITICA
           END-IF.

           IF          WK-OPCAO      EQUAL      3
            AND        fl-ok         EQUAL      'S'
             INITIALIZE wk-baixa
                        wk-perda
             PERFORM   0040-BAIXA-PERDA
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Two passes over the same screen: the first locates the
      *    titulo and shows it back with the encargos as of the
      *    payment date, the second takes the amount received and
      *    the confirmation -- the operator sees what is being
      *    settled before it is settled.
       0020-BAIXA-TITULO.

                                    TO           wk-msg
                 PERFORM            0020-BAIXA-TITULO
             END-IF
             IF      arqtitulo-renegociado
                 MOVE 'Titulo renegociado - baixar parcelas do acordo'
                                    TO           wk-msg
                 PERFORM            0020-BAIXA-TITULO
             END-IF
             IF      arqtitulo-credito
                 MOVE 'Credito de devolucao - nada a receber'
                                    TO           wk-msg
                 PERFORM            0020-BAIXA-TITULO
             END-IF
             IF      arqtitulo-perda
                 MOVE 'Titulo baixado como perda - nao recebe baixa'
                                    TO           wk-msg
                 PERFORM            0020-BAIXA-TITULO
             END-IF
             MOVE    arqtitulo-vencimento TO     wk-vencimento
             MOVE    arqtitulo-valor TO          wk-valor
             MOVE    arqtitulo-valor-pago TO     wk-valor-pago
             MOVE    arqtitulo-situacao TO       wk-situacao
             PERFORM              0022-CALCULA-ENCARGOS
             PERFORM              0021-CONFIRMA-BAIXA
           END-READ.

           IF        wk-confirma    NOT EQUAL   'S'
               MOVE  'Baixa cancelada'           TO          wk-msg
           ELSE
      *        The date may have been changed on the second pass --
      *        the encargos are always those of the date posted.
               PERFORM              0022-CALCULA-ENCARGOS
               IF    wk-recebido    EQUAL       ZEROS
                   MOVE wk-devido   TO          wk-recebido
               END-IF
               IF    wk-recebido    >           wk-devido
                   MOVE 'Valor recebido maior que o total devido'
                                    TO          wk-msg
                   MOVE SPACES      TO          wk-confirma
                   PERFORM          0021-CONFIRMA-BAIXA
               ELSE
                   PERFORM          0023-RATEIA-RECEBIMENTO
                   PERFORM          0024-GRAVA-BAIXA
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    Encargos on the whole open saldo as of the payment date:
      *    juros per calendar day of delay and the fixed multa, both
      *    only once the delay passes the grace days.
       0022-CALCULA-ENCARGOS.

           IF        wk-data-pagamento EQUAL    ZEROS
               ACCEPT wk-data-pagamento         FROM        DATE
           END-IF.
           COMPUTE   wk-saldo       =           wk-valor
                                              - wk-valor-pago.
           COMPUTE   wk-dias-atraso =
                     FUNCTION INTEGER-OF-DATE(wk-data-pagamento)
                   - FUNCTION INTEGER-OF-DATE(wk-vencimento).
           IF        wk-dias-atraso <           ZEROS
               MOVE  ZEROS          TO          wk-dias-atraso
           END-IF.
           IF        wk-dias-atraso >           wk-carencia
               COMPUTE wk-juros ROUNDED =
                       wk-saldo * wk-juros-dia / 100
                     * wk-dias-atraso
               COMPUTE wk-multa ROUNDED =
                       wk-saldo * wk-multa-percent / 100
           ELSE
               MOVE  ZEROS          TO          wk-juros
                                                 wk-multa
           END-IF.
           COMPUTE   wk-devido      =           wk-saldo
                                              + wk-juros
                                              + wk-multa.
      *---------------------------------------------------------------
      *    Full payment settles the computed figures exactly; a
      *    partial one settles the same proportion of principal and
      *    of each encargo, and the rest of the principal stays open
      *    (its encargos are recomputed when it is finally paid).
       0023-RATEIA-RECEBIMENTO.

           IF        wk-recebido    EQUAL       wk-devido
               MOVE  wk-saldo       TO          wk-principal
               MOVE  wk-juros       TO          wk-rat-juros
               MOVE  wk-multa       TO          wk-rat-multa
           ELSE
               COMPUTE wk-principal ROUNDED =
                       wk-recebido * wk-saldo / wk-devido
               COMPUTE wk-encargos  =           wk-recebido
                                              - wk-principal
               IF    wk-juros + wk-multa >      ZEROS
                   COMPUTE wk-rat-juros ROUNDED =
                           wk-encargos * wk-juros
                         / (wk-juros + wk-multa)
               ELSE
                   MOVE ZEROS       TO          wk-rat-juros
               END-IF
               COMPUTE wk-rat-multa =           wk-encargos
                                              - wk-rat-juros
           END-IF.
      *---------------------------------------------------------------
       0024-GRAVA-BAIXA.

           PERFORM   0025-PROXIMA-SEQUENCIA.

           MOVE      wk-numero-nf   TO          arqbaixa-numero-nf.
           MOVE      wk-parcela     TO          arqbaixa-parcela.
           MOVE      wk-proxima-seq TO          arqbaixa-sequencia.
           MOVE      arqtitulo-cliente-codigo TO
                                    arqbaixa-cliente-codigo.
           MOVE      arqtitulo-vendedor-codigo TO
                                    arqbaixa-vendedor-codigo.
           MOVE      wk-data-pagamento TO       arqbaixa-data-pagamento.
           MOVE      wk-dias-atraso TO          arqbaixa-dias-atraso.
           MOVE      wk-recebido    TO          arqbaixa-valor-recebido.
           MOVE      wk-principal   TO
                                    arqbaixa-valor-principal.
           MOVE      wk-rat-juros   TO          arqbaixa-valor-juros.
           MOVE      wk-rat-multa   TO          arqbaixa-valor-multa.
           COMPUTE   arqbaixa-saldo-restante =  wk-saldo
                                              - wk-principal.
           SET       arqbaixa-manual            TO          TRUE.
           MOVE      wk-operador    TO          arqbaixa-operador.
           ACCEPT    arqbaixa-data-lancamento   FROM        DATE.
           ACCEPT    arqbaixa-hora-lancamento   FROM        TIME.
           MOVE      ZEROS          TO          arqbaixa-comp-apurada
                                                 arqbaixa-comp-rateio.
           MOVE      SPACE          TO          arqbaixa-rateio.
           WRITE     arqbaixa-registro
            INVALID KEY
             CALL    'fsmensagem'   USING       FS-ARQBAIXA
                                                 WK-MSG
            NOT INVALID KEY
             ADD     wk-principal   TO          arqtitulo-valor-pago
             MOVE    wk-data-pagamento TO
                                    arqtitulo-data-pagamento
             IF      arqtitulo-valor-pago NOT LESS arqtitulo-valor
                 SET  arqtitulo-pago            TO          TRUE
             END-IF
             REWRITE arqtitulo-registro
              INVALID KEY
               CALL  'fsmensagem'   USING       FS-ARQTITULO
                                                 WK-MSG
              NOT INVALID KEY
               IF    arqtitulo-pago
                   MOVE 'Titulo baixado'         TO          wk-msg
               ELSE
                   MOVE 'Pagamento parcial registrado'
                                    TO          wk-msg
               END-IF
             END-REWRITE
           END-WRITE.
      *---------------------------------------------------------------
      *    The settlement rows of a parcela sit together in key
      *    order; the next sequence is one past the last of them.
       0025-PROXIMA-SEQUENCIA.

           MOVE      ZEROS          TO          wk-proxima-seq.
           MOVE      wk-numero-nf   TO          arqbaixa-numero-nf.
           MOVE      wk-parcela     TO          arqbaixa-parcela.
           MOVE      ZEROS          TO          arqbaixa-sequencia.
           START     ARQBAIXA       KEY IS      NOT LESS
                                    ARQBAIXA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQBAIXA
           END-START.
           PERFORM   0025A-LE-BAIXA
             UNTIL   FS-ARQBAIXA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQBAIXA.
           ADD       1              TO          wk-proxima-seq.
      *---------------------------------------------------------------
       0025A-LE-BAIXA.

           READ      ARQBAIXA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT AT END
             IF      arqbaixa-numero-nf NOT EQUAL wk-numero-nf
              OR     arqbaixa-parcela NOT EQUAL wk-parcela
                 MOVE '10'          TO          FS-ARQBAIXA
             ELSE
                 MOVE arqbaixa-sequencia TO     wk-proxima-seq
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0030-MANTEM-POLITICA.

           initialize wk-msg.
           MOVE      SPACES         TO          wk-pol-confirma.
           DISPLAY   SC-TELA-POLITICA.
           ACCEPT    SC-TELA-POLITICA.

           IF        wk-pol-confirma EQUAL      'S'
               OPEN  OUTPUT       ARQJUROSCFG
               MOVE  wk-juros-dia   TO          arqjuroscfg-juros-dia
               MOVE  wk-multa-percent TO        arqjuroscfg-multa
               MOVE  wk-carencia    TO          arqjuroscfg-carencia
               WRITE arqjuroscfg-registro
               CLOSE ARQJUROSCFG
               MOVE  'Politica gravada'          TO          wk-msg
           ELSE
               PERFORM              0005-LE-POLITICA
               MOVE  'Politica mantida'          TO          wk-msg
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    Write-off of an open parcela the desk has given up on. The
      *    first pass shows the saldo and the delay; the second takes
      *    the reason and a supervisor's code and password. The
      *    saldo leaves the receivables for good and is queued in
      *    arqperda for the commission clawback.
       0040-BAIXA-PERDA.

           initialize wk-msg.
           DISPLAY   SC-TELA-PERDA.
           ACCEPT    SC-TELA-PERDA.

           IF        wk-numero-nf   EQUAL       ZEROS
               MOVE  'Informar a nota fiscal'    TO          wk-msg
               PERFORM              0040-BAIXA-PERDA
           ELSE
               IF    wk-parcela     EQUAL       ZEROS
                   MOVE 1           TO          wk-parcela
               END-IF
               MOVE  wk-numero-nf   TO          arqtitulo-numero-nf
               MOVE  wk-parcela     TO          arqtitulo-parcela
               READ  ARQTITULO      KEY IS      ARQTITULO-CHAVE
                INVALID KEY
                 MOVE 'Titulo nao encontrado'    TO         wk-msg
                 PERFORM            0040-BAIXA-PERDA
                NOT INVALID KEY
                 IF   NOT arqtitulo-aberto
                     MOVE 'Somente titulo em aberto vai a perda'
                                    TO          wk-msg
                     PERFORM        0040-BAIXA-PERDA
                 ELSE
                     ACCEPT wk-pd-hoje          FROM        DATE
                     MOVE arqtitulo-vencimento TO wk-vencimento
                     MOVE arqtitulo-valor TO    wk-valor
                     MOVE arqtitulo-valor-pago TO wk-valor-pago
                     COMPUTE wk-saldo =         wk-valor
                                              - wk-valor-pago
                     COMPUTE wk-dias-atraso =
                             FUNCTION INTEGER-OF-DATE(wk-pd-hoje)
                           - FUNCTION INTEGER-OF-DATE(wk-vencimento)
                     IF   wk-dias-atraso <      ZEROS
                         MOVE ZEROS TO          wk-dias-atraso
                     END-IF
                     PERFORM        0041-CONFIRMA-PERDA
                 END-IF
               END-READ
           END-IF.

           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0041-CONFIRMA-PERDA.

           DISPLAY   SC-TELA-PERDA.
           ACCEPT    SC-TELA-PERDA.

           IF        wk-confirma    NOT EQUAL   'S'
               MOVE  'Baixa por perda cancelada' TO          wk-msg
           ELSE
               IF    wk-pd-motivo   EQUAL       SPACES
                   MOVE 'Informar o motivo da perda'
                                    TO          wk-msg
                   MOVE SPACES      TO          wk-confirma
                   PERFORM          0041-CONFIRMA-PERDA
               ELSE
                   PERFORM          0042-VERIFICA-APROVADOR
                   IF wk-pd-aprovado NOT EQUAL  'S'
                       MOVE SPACES  TO          wk-confirma
                                                 wk-pd-senha
                       PERFORM      0041-CONFIRMA-PERDA
                   ELSE
                       PERFORM      0043-GRAVA-PERDA
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    The approver must be an active, unlocked supervisor and
      *    must key their own password -- checked the way the login
      *    checks it, against the hash (or the legacy clear slot of
      *    a record not yet migrated).
       0042-VERIFICA-APROVADOR.

           MOVE      'N'            TO          wk-pd-aprovado.
           IF        wk-tem-operador NOT EQUAL  'S'
               MOVE  'Cadastro de operadores indisponivel'
                                    TO          wk-msg
           ELSE
               MOVE  wk-pd-aprovador TO         arqoperador-codigo
               READ  ARQOPERADOR    KEY IS      ARQOPERADOR-CODIGO
                INVALID KEY
                 MOVE 'Supervisor nao cadastrado' TO        wk-msg
                NOT INVALID KEY
                 IF   NOT arqoperador-supervisor
                  OR  NOT arqoperador-ativo
                  OR  arqoperador-bloqueado
                     MOVE 'Aprovador deve ser supervisor ativo'
                                    TO          wk-msg
                 ELSE
                     IF   arqoperador-senha-hash NOT EQUAL ZEROS
                         CALL 'hashsenha' USING wk-pd-senha
                                                 wk-pd-hash
                         IF   wk-pd-hash EQUAL  arqoperador-senha-hash
                             MOVE 'S'   TO      wk-pd-aprovado
                         END-IF
                     ELSE
                         IF   arqoperador-senha NOT EQUAL SPACES
                          AND arqoperador-senha EQUAL wk-pd-senha
                             MOVE 'S'   TO      wk-pd-aprovado
                         END-IF
                     END-IF
                     IF   wk-pd-aprovado NOT EQUAL 'S'
                         MOVE 'Senha do supervisor nao confere'
                                    TO          wk-msg
                     END-IF
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0043-GRAVA-PERDA.

           INITIALIZE               arqperda-registro.
           MOVE      wk-numero-nf   TO          arqperda-numero-nf.
           MOVE      wk-parcela     TO          arqperda-parcela.
           MOVE      wk-empresa-corrente TO     arqperda-empresa.
           MOVE      arqtitulo-cliente-codigo TO
                                    arqperda-cliente-codigo.
           MOVE      arqtitulo-vendedor-codigo TO
                                    arqperda-vendedor-codigo.
           MOVE      wk-vencimento  TO          arqperda-vencimento.
           MOVE      wk-dias-atraso TO          arqperda-dias-atraso.
           MOVE      wk-saldo       TO          arqperda-valor.
           MOVE      wk-pd-hoje     TO          arqperda-data.
           ACCEPT    arqperda-hora  FROM        TIME.
           MOVE      wk-operador    TO          arqperda-operador.
           MOVE      wk-pd-aprovador TO         arqperda-aprovador.
           MOVE      wk-pd-motivo   TO          arqperda-motivo.
           WRITE     arqperda-registro
            INVALID KEY
             CALL    'fsmensagem'   USING       FS-ARQPERDA
                                                 WK-MSG
            NOT INVALID KEY
             SET     arqtitulo-perda            TO          TRUE
             REWRITE arqtitulo-registro
              INVALID KEY
               CALL  'fsmensagem'   USING       FS-ARQTITULO
                                                 WK-MSG
              NOT INVALID KEY
               PERFORM              0044-AUDITA-PERDA
               MOVE  'Titulo baixado por perda'  TO          wk-msg
             END-REWRITE
           END-WRITE.
      *---------------------------------------------------------------
       0044-AUDITA-PERDA.

           MOVE      'TITULO'       TO          arqauditoria-entidade.
           MOVE      arqtitulo-cliente-codigo TO
                                    arqauditoria-codigo.
           MOVE      'BAIXA POR PERDA' TO       arqauditoria-campo.
           MOVE      wk-saldo       TO          wk-pd-valor-edit.
           MOVE      SPACES         TO          arqauditoria-valor-ant.
           STRING    'NF '          DELIMITED BY SIZE
                     wk-numero-nf   DELIMITED BY SIZE
                     '/'            DELIMITED BY SIZE
                     wk-parcela     DELIMITED BY SIZE
                     ' SALDO '      DELIMITED BY SIZE
                     wk-pd-valor-edit DELIMITED BY SIZE
                     INTO arqauditoria-valor-ant.
           MOVE      SPACES         TO          arqauditoria-valor-novo.
           STRING    'SITUACAO D APROV ' DELIMITED BY SIZE
                     wk-pd-aprovador DELIMITED BY SIZE
                     ' OP '         DELIMITED BY SIZE
                     wk-operador    DELIMITED BY SIZE
                     INTO arqauditoria-valor-novo.
           ACCEPT    arqauditoria-data          FROM        DATE.
           ACCEPT    arqauditoria-hora          FROM        TIME.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'AUDITORIA'    TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqauditoria-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqauditoria-registro.
           WRITE     arqauditoria-registro.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQTITULO
           END-IF.
           CLOSE     ARQBAIXA.
           CLOSE     ARQPERDA.
           IF        wk-tem-operador EQUAL      'S'
               CLOSE ARQOPERADOR
           END-IF.
           CLOSE     ARQAUDITORIA.
           GOBACK.
           exit program.

