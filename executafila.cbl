             MOVE
             "C:\Users\vendedor\Documents\PROVACOBOL\relatrib.txt"
                                    TO       arqfilarel-arquivo-saida
            WHEN     'relatoriomix'
             MOVE
             "C:\Users\vendedor\Documents\PROVACOBOL\relmix.csv"
                                    TO       arqfilarel-arquivo-saida
            WHEN     'relatoriopositivacao'
             MOVE
             "C:\Users\vendedor\Documents\PROVACOBOL\relpos.txt"
                                    TO       arqfilarel-arquivo-saida
            WHEN     'relatoriofluxo'
             MOVE
             "C:\Users\vendedor\Documents\PROVACOBOL\relfluxo.txt"
                                    TO       arqfilarel-arquivo-saida
            WHEN     OTHER
             MOVE    'VER DIRETORIO PROVACOBOL' TO
                                    arqfilarel-arquivo-saida
