       program-id. calculatributo as "calculatributo".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqtributoselect.cpy".

       data division.

           file section.

           copy "arqtributofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqtributo    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\tributo.dat".

      *    The rule file stays open between calls: a nota asks once
      *    per item and the import once per nota of the feed.
           01  wk-situacao-tributo      pic x(001) value 'F'.
               88 wk-tributo-fechado    value 'F'.
               88 wk-tributo-aberto     value 'A'.
               88 wk-tributo-ausente    value 'X'.

           copy "arqtributofs.cpy".

           LINKAGE SECTION.

           copy "arqtributocalc.cpy".

       procedure division using wk-calculo-tributo.

      *    Looks up the rule of the produto for the destination uf,
      *    falling back to the produto's blank-uf rule, and works
      *    out the item's taxes: the ICMS base is the item value
      *    less the reduction the rule grants, ICMS is the rate on
      *    that base and IPI the rate on the full item value. With
      *    no ativo rule the amounts come back zero and the caller
      *    decides whether the item may go through.
       0000-controle.

           IF        wk-tributo-fechado
               OPEN  INPUT        ARQTRIBUTO
               IF    FS-ARQTRIBUTO  EQUAL        ZEROS
                   SET wk-tributo-aberto         TO         TRUE
               ELSE
                   SET wk-tributo-ausente        TO         TRUE
               END-IF
           END-IF.

           SET       wk-trb-sem-regra            TO         TRUE.
           MOVE      ZEROS          TO           wk-trb-cfop
                                                  wk-trb-base-icms
                                                  wk-trb-aliq-icms
                                                  wk-trb-valor-icms
                                                  wk-trb-aliq-ipi
                                                  wk-trb-valor-ipi.
           MOVE      SPACES         TO           wk-trb-cst-icms
                                                  wk-trb-cst-ipi.

           IF        wk-tributo-aberto
               MOVE  wk-trb-uf      TO           arqtributo-uf
               PERFORM              0010-LE-REGRA
               IF    wk-trb-sem-regra
                AND  wk-trb-uf      NOT EQUAL    SPACES
                   MOVE SPACES      TO           arqtributo-uf
                   PERFORM          0010-LE-REGRA
               END-IF
           END-IF.

           IF        wk-trb-com-regra
               PERFORM              0020-CALCULA
           END-IF.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       0010-LE-REGRA.

           MOVE      wk-trb-produto TO
                                         arqtributo-produto-codigo.
           READ      ARQTRIBUTO     KEY IS       ARQTRIBUTO-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqtributo-ativo
                 SET  wk-trb-com-regra           TO         TRUE
             END-IF
           END-READ.
      *-----------------------------------------------------------------
       0020-CALCULA.

           MOVE      arqtributo-cfop TO          wk-trb-cfop.
           MOVE      arqtributo-cst-icms TO      wk-trb-cst-icms.
           MOVE      arqtributo-aliq-icms TO     wk-trb-aliq-icms.
           MOVE      arqtributo-cst-ipi TO       wk-trb-cst-ipi.
           MOVE      arqtributo-aliq-ipi TO      wk-trb-aliq-ipi.
           COMPUTE   wk-trb-base-icms ROUNDED =
                     wk-trb-valor * (100 - arqtributo-reducao-base)
                     / 100
            ON SIZE ERROR
             MOVE    wk-trb-valor   TO           wk-trb-base-icms
           END-COMPUTE.
           COMPUTE   wk-trb-valor-icms ROUNDED =
                     wk-trb-base-icms * wk-trb-aliq-icms / 100.
           COMPUTE   wk-trb-valor-ipi ROUNDED =
                     wk-trb-valor * wk-trb-aliq-ipi / 100.

           end program calculatributo.
