       program-id. mascaradados as "mascaradados".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqoperadorselect.cpy".

       data division.

           file section.

           copy "arqoperadorfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".

           01  wk-numero                pic 9(014) value zeros.
           01  wk-numero-cnpj redefines wk-numero.
              05 wk-nj-p1               pic 9(002).
              05 wk-nj-p2               pic 9(003).
              05 wk-nj-p3               pic 9(003).
              05 wk-nj-p4               pic 9(004).
              05 wk-nj-p5               pic 9(002).
           01  wk-numero-cpf redefines wk-numero.
              05 filler                 pic 9(003).
              05 wk-nf-p1               pic 9(003).
              05 wk-nf-p2               pic 9(003).
              05 wk-nf-p3               pic 9(003).
              05 wk-nf-p4               pic 9(002).

           01  wk-cnpj-formatado.
              05 wk-cj-p1               pic x(002) value spaces.
              05 filler                 pic x(001) value '.'.
              05 wk-cj-p2               pic x(003) value spaces.
              05 filler                 pic x(001) value '.'.
              05 wk-cj-p3               pic x(003) value spaces.
              05 filler                 pic x(001) value '/'.
              05 wk-cj-p4               pic x(004) value spaces.
              05 filler                 pic x(001) value '-'.
              05 wk-cj-p5               pic x(002) value spaces.

           01  wk-cpf-formatado.
              05 wk-cf-p1               pic x(003) value spaces.
              05 filler                 pic x(001) value '.'.
              05 wk-cf-p2               pic x(003) value spaces.
              05 filler                 pic x(001) value '.'.
              05 wk-cf-p3               pic x(003) value spaces.
              05 filler                 pic x(001) value '-'.
              05 wk-cf-p4               pic x(002) value spaces.

           01  wk-texto-trabalho.
              05 wk-tx-tamanho          pic 9(002) value zeros.
              05 wk-tx-idx              pic 9(002) value zeros.
              05 wk-tx-visiveis         pic 9(002) value zeros.
              05 wk-tx-usuario          pic x(060) value spaces.
              05 wk-tx-dominio          pic x(060) value spaces.

           copy "arqoperadorfs.cpy".

           LINKAGE SECTION.

           copy "arqmascaracalc.cpy".

       procedure division using wk-mascara.

      *    The single place that decides how a personal identifier
      *    is shown, so screens, listings and report files all mask
      *    the same way. An operator without the dados-pessoais
      *    privilege -- or no logged operator at all -- only ever
      *    gets the masked form.
       0000-controle.

           EVALUATE  TRUE
            WHEN     wk-mk-privilegio
             PERFORM 0010-LE-PRIVILEGIO
            WHEN     wk-mk-cnpj
             PERFORM 0020-FORMATA-CNPJ
            WHEN     wk-mk-cpf
             PERFORM 0030-FORMATA-CPF
            WHEN     wk-mk-telefone
             PERFORM 0040-FORMATA-TELEFONE
            WHEN     wk-mk-email
             PERFORM 0050-FORMATA-EMAIL
            WHEN     OTHER
             MOVE    SPACES         TO           wk-mk-exibicao
           END-EVALUATE.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *    A record written before the privilege byte existed reads
      *    as space, which is masked -- full view has to be granted
      *    explicitly in cadastrooperador.
       0010-LE-PRIVILEGIO.

           MOVE      'N'            TO           wk-mk-completo.
           CALL      'operadoratual' USING       wk-mk-operador.
           IF        wk-mk-operador NOT EQUAL    SPACES
               OPEN  INPUT        ARQOPERADOR
               IF    FS-ARQOPERADOR EQUAL        ZEROS
                   MOVE wk-mk-operador TO        arqoperador-codigo
                   READ ARQOPERADOR KEY IS       ARQOPERADOR-CODIGO
                    INVALID KEY
                     CONTINUE
                    NOT INVALID KEY
                     IF arqoperador-ve-dados-completos
                      AND arqoperador-ativo
                         MOVE 'S'   TO           wk-mk-completo
                     END-IF
                   END-READ
                   CLOSE ARQOPERADOR
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    12.***.***/****-90 -- the first two and the check digits
      *    stay, enough for the attendant to confirm with the caller.
       0020-FORMATA-CNPJ.

           MOVE      wk-mk-numero   TO           wk-numero.
           MOVE      wk-nj-p1       TO           wk-cj-p1.
           MOVE      wk-nj-p5       TO           wk-cj-p5.
           IF        wk-mk-sem-mascara
               MOVE  wk-nj-p2       TO           wk-cj-p2
               MOVE  wk-nj-p3       TO           wk-cj-p3
               MOVE  wk-nj-p4       TO           wk-cj-p4
           ELSE
               MOVE  ALL '*'        TO           wk-cj-p2
                                                 wk-cj-p3
                                                 wk-cj-p4
           END-IF.
           MOVE      wk-cnpj-formatado TO        wk-mk-exibicao.
      *-----------------------------------------------------------------
      *    ***.456.789-** -- the masking the public agencies publish,
      *    so nobody has to learn a second convention.
       0030-FORMATA-CPF.

           MOVE      wk-mk-numero   TO           wk-numero.
           MOVE      wk-nf-p2       TO           wk-cf-p2.
           MOVE      wk-nf-p3       TO           wk-cf-p3.
           IF        wk-mk-sem-mascara
               MOVE  wk-nf-p1       TO           wk-cf-p1
               MOVE  wk-nf-p4       TO           wk-cf-p4
           ELSE
               MOVE  ALL '*'        TO           wk-cf-p1
                                                 wk-cf-p4
           END-IF.
           MOVE      wk-cpf-formatado TO         wk-mk-exibicao.
      *-----------------------------------------------------------------
      *    Only the last four characters of the number survive.
       0040-FORMATA-TELEFONE.

           MOVE      wk-mk-texto    TO           wk-mk-exibicao.
           IF        NOT wk-mk-sem-mascara
               PERFORM              0060-MEDE-TEXTO
               MOVE  4              TO           wk-tx-visiveis
               PERFORM              0070-MASCARA-POSICAO
                 VARYING wk-tx-idx  FROM 1       BY 1
                   UNTIL wk-tx-idx  GREATER      wk-tx-tamanho
           END-IF.
      *-----------------------------------------------------------------
      *    a***@dominio.com.br -- the first letter and the domain
      *    say enough to tell two contacts apart.
       0050-FORMATA-EMAIL.

           MOVE      wk-mk-texto    TO           wk-mk-exibicao.
           IF        NOT wk-mk-sem-mascara
            AND      wk-mk-texto    NOT EQUAL    SPACES
               MOVE  SPACES         TO           wk-tx-usuario
                                                 wk-tx-dominio
               UNSTRING wk-mk-texto DELIMITED BY '@'
                        INTO        wk-tx-usuario
                                    wk-tx-dominio
               END-UNSTRING
               MOVE  SPACES         TO           wk-mk-exibicao
               IF    wk-tx-dominio  EQUAL        SPACES
                   STRING wk-tx-usuario(1:1) DELIMITED BY SIZE
                          '***'     DELIMITED BY SIZE
                          INTO      wk-mk-exibicao
                   END-STRING
               ELSE
                   STRING wk-tx-usuario(1:1) DELIMITED BY SIZE
                          '***@'    DELIMITED BY SIZE
                          wk-tx-dominio DELIMITED BY SPACE
                          INTO      wk-mk-exibicao
                   END-STRING
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       0060-MEDE-TEXTO.

           MOVE      60             TO           wk-tx-tamanho.
           PERFORM   0061-RECUA-BRANCO
             UNTIL   wk-tx-tamanho  EQUAL        ZEROS
              OR     wk-mk-texto(wk-tx-tamanho:1) NOT EQUAL SPACE.
      *-----------------------------------------------------------------
       0061-RECUA-BRANCO.

           SUBTRACT  1              FROM         wk-tx-tamanho.
      *-----------------------------------------------------------------
       0070-MASCARA-POSICAO.

           IF        wk-tx-idx + wk-tx-visiveis  NOT GREATER
                                    wk-tx-tamanho
            AND      wk-mk-texto(wk-tx-idx:1)    NOT EQUAL   SPACE
               MOVE  '*'            TO      wk-mk-exibicao(wk-tx-idx:1)
           END-IF.

           end program mascaradados.
