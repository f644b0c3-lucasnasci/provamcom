             SET     arqvenda-normal            TO          TRUE
             MOVE    ZEROS          TO          arqvenda-nf-origem
                                                 arqvenda-comp-apurada
                                                 arqvenda-valor-icms
                                                 arqvenda-valor-ipi
             MOVE    SPACES         TO          arqvenda-regime-apurado
             WRITE   arqvenda-registro
              INVALID KEY
               ADD   1              TO          wk-tot-duplicadas
