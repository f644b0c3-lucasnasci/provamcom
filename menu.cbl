              05 wk-dias-senha        pic s9(009) comp value zeros.

      *        copy arqclientefs.
               copy "arqencadeiacalc.cpy".

               copy "arqacessofs.cpy".
               copy "arqoperadorfs.cpy".
               copy "arqempresafs.cpy".
              01  SC-TELA-INICIAL-B.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "MENU - MAIS OPCOES (1/4)".
               05  line  1   col  50 value
                         "00.03 - Mais Utilitarios".
               05  line  2   col  05 value
                         "05.14 - Exportacao Fiscal".
               05  line  14  col  05 value
                         "05.15 - Conversao de Vendas Sequenciais".
               05  line  15  col  05 value
                         "05.16 - Cobranca de Titulos Vencidos".
               05  line  2   col  50 value
                         "RELATORIOS E CONSULTAS".
               05  line  3   col  50 value
                         "02.21 - Consulta de Acessos LGPD".
               05  line  12  col  50 value
                         "02.22 - Posicao de Atribuicao em Data".
               05  line  13  col  50 value
                         "02.23 - Pesquisa de Satisfacao (NPS)".
               05  line  14  col  50 value
                         "02.24 - Relatorio de NPS".
               05  line  16  col  05 value
                         "CADASTRO".
               05  line  17  col  05 value
              01  SC-TELA-INICIAL-C.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "MENU - MAIS OPCOES (2/4)".
               05  line  2   col  05 value
                         "UTILITARIOS".
               05  line  3   col  05 value
                         "04.33 - Transferencia entre Empresas".
               05  line  10  col  50 value
                         "04.34 - Reorganizacao dos Indexados".
               05  line  11  col  50 value
                         "04.35 - Score de Risco de Evasao".
               05  line  12  col  05 value
                         "VENDAS (CONTINUACAO)".
               05  line  13  col  05 value
                         "05.17 - Cobranca Bancaria (CNAB)".
               05  line  14  col  05 value
                         "05.18 - Bloqueio de Clientes em Atraso".
               05  line  15  col  05 value
                         "05.19 - Renegociacao de Titulos".
               05  line  16  col  05 value
                         "05.20 - Provisao p/ Devedores Duvidosos".
               05  line  17  col  05 value
                         "05.21 - Adiantamentos e Descontos".
               05  line  18  col  05 value
                         "05.22 - Proposta de Plano de Comissao".
               05  line  19  col  05 value
                         "05.23 - Simulacao do Plano de Comissao".
               05  line  20  col  05 value
                         "05.24 - Alocacao de Cotas (Orcamento)".
               05  line  13  col  50 value
                         "05.25 - Previsao de Vendas".
               05  line  14  col  50 value
                         "05.26 - Mix de Produtos / Curva ABC".
               05  line  15  col  50 value
                         "05.27 - Margem Bruta das Vendas".
               05  line  16  col  50 value
                         "05.28 - Lacunas de Venda Cruzada".
               05  line  17  col  50 value
                         "05.29 - Positivacao de Clientes".
               05  line  18  col  50 value
                         "05.30 - Revisao de Limites de Credito".
               05  line  19  col  50 value
                         "05.31 - Grupos Economicos (Raiz CNPJ)".
               05  line  20  col  50 value
                         "00.04 - Mais Opcoes (3/4)".
               05  line  21  col  20 value " Informe o Processo: ".
               05  line  21  col  43  pic x(005) using wk-opcao.

              01  SC-TELA-INICIAL-D.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "MENU - MAIS OPCOES (3/4)".
               05  line  1   col  50 value
                         "00.05 - Mais Opcoes (4/4)".
               05  line  2   col  05 value
                         "UTILITARIOS (CONTINUACAO)".
               05  line  3   col  05 value
                         "04.36 - Pacote Mobile dos Vendedores".
               05  line  4   col  05 value
                         "04.37 - Retorno Mobile dos Vendedores".
               05  line  5   col  05 value
                         "04.38 - Desligamento de Vendedor".
               05  line  6   col  05 value
                         "CADASTROS / RELATORIOS (CONTINUACAO)".
               05  line  7   col  05 value
                         "01.06 - Equipamentos em Comodato".
               05  line  8   col  05 value
                         "02.25 - Inventario de Comodato".
               05  line  9   col  05 value
                         "01.07 - Centros de Distribuicao".
               05  line  10  col  05 value
                         "PROCESSOS (CONTINUACAO)".
               05  line  11  col  05 value
                         "03.10 - Roteamento de Leads".
               05  line  12  col  05 value
                         "03.11 - Atribuicao de Clientes aos CDs".
               05  line  2   col  45 value
                         "DISTANCIAS REAIS".
               05  line  3   col  45 value
                         "04.39 - Importar Distancias Reais".
               05  line  4   col  45 value
                         "02.26 - Cobertura Dist. Reais".
               05  line  6   col  45 value
                         "CAMPO / COACHING".
               05  line  7   col  45 value
                         "01.08 - Acompanhamento de Campo".
               05  line  8   col  45 value
                         "02.27 - Cobertura de Coaching".
               05  line  10  col  45 value
                         "TRIBUTACAO".
               05  line  11  col  45 value
                         "01.09 - Regras Tributarias".
               05  line  13  col  45 value
                         "BI / ANALITICO".
               05  line  14  col  45 value
                         "04.40 - Extrato BI (Estrela)".
               05  line  16  col  45 value
                         "INTERFACES".
               05  line  17  col  45 value
                         "04.41 - Registro de Feeds".
               05  line  18  col  45 value
                         "04.42 - Fila de Mensagens".
               05  line  19  col  45 value
                         "04.43 - Conciliacao de Totais".
               05  line  20  col  45 value
                         "04.44 - Integridade dos Logs".
               05  line  14  col  05 value
                         "FINANCEIRO (CONTINUACAO)".
               05  line  15  col  05 value
                         "05.32 - Extrato do Cliente".
               05  line  16  col  05 value
                         "02.28 - Projecao de Recebimentos".
               05  line  17  col  05 value
                         "02.29 - Relatorio do Titular LGPD".
               05  line  18  col  05 value
                         "ESTOQUE".
               05  line  19  col  05 value
                         "01.10 - Saldo de Estoque".
               05  line  20  col  05 value
                         "02.30 - Reposicao de Estoque".
               05  line  21  col  20 value " Informe o Processo: ".
               05  line  21  col  43  pic x(005) using wk-opcao.

              01  SC-TELA-INICIAL-E.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "MENU - MAIS OPCOES (4/4)".
               05  line  2   col  05 value
                         "CADEIA NOTURNA".
               05  line  3   col  05 value
                         "04.45 - Tempos da Cadeia Noturna".
               05  line  5   col  05 value
                         "CAPACIDADE".
               05  line  6   col  05 value
                         "04.46 - Crescimento dos Arquivos".
               05  line  8   col  05 value
                         "SEGREGACAO DE FUNCOES".
               05  line  9   col  05 value
                         "04.47 - Conflitos de Funcoes (SoD)".
               05  line  10  col  05 value
                         "04.48 - Relatorio de Conflitos SoD".
               05  line  12  col  05 value
                         "INCENTIVOS DE VENDA".
               05  line  13  col  05 value
                         "05.33 - Campanhas de Incentivo".
               05  line  14  col  05 value
                         "05.34 - Resultado das Campanhas".
               05  line  21  col  20 value " Informe o Processo: ".
               05  line  21  col  43  pic x(005) using wk-opcao.

                display    SC-TELA-INICIAL-C.
                accept     SC-TELA-INICIAL-C.

            0013-GET-SC-TELA-INICIAL-D.

                display    SC-TELA-INICIAL-D.
                accept     SC-TELA-INICIAL-D.

            0014-GET-SC-TELA-INICIAL-E.

                display    SC-TELA-INICIAL-E.
                accept     SC-TELA-INICIAL-E.

            0015-CONSISTE-TELA.
                IF         wk-opcao     EQUAL       '00.02'
                    PERFORM 0011-GET-SC-TELA-INICIAL-B
                IF         wk-opcao     EQUAL       '00.03'
                    PERFORM 0012-GET-SC-TELA-INICIAL-C
                END-IF.
                IF         wk-opcao     EQUAL       '00.04'
                    PERFORM 0013-GET-SC-TELA-INICIAL-D
                END-IF.
                IF         wk-opcao     EQUAL       '00.05'
                    PERFORM 0014-GET-SC-TELA-INICIAL-E
                END-IF.
                PERFORM    0016-GRAVA-ACESSO.
      *         Authorization gate: supervisors run anything, other
      *         operators only what their profile lists -- denied
                  call     "relatorioorcamento" using wk-opcao
                 WHEN      '02.22'
                  call     "consultaposicao" using wk-opcao
                 WHEN      '02.23'
                  call     "registrapesquisa" using wk-opcao
                 WHEN      '02.24'
                  call     "relatorionps" using wk-opcao
                 WHEN      '05.14'
                  call     "exportafiscal" using wk-opcao
                 WHEN      '03.09'
                  call     "analisecontratacao" using wk-opcao
                 WHEN      '04.34'
                  call     "reorganizaarquivos" using wk-opcao
                 WHEN      '04.35'
                  call     "avaliarisco" using wk-opcao
                 WHEN      '05.16'
                  call     "cobrancatitulo" using wk-opcao
                 WHEN      '05.17'
                  call     "cnabtitulo" using wk-opcao
                 WHEN      '05.18'
                  call     "bloqueioatraso" using wk-opcao
                 WHEN      '05.19'
                  call     "reparcelamento" using wk-opcao
                 WHEN      '05.20'
                  call     "relatoriopdd" using wk-opcao
                 WHEN      '05.21'
                  call     "cadastroajuste" using wk-opcao
                 WHEN      '05.22'
                  call     "cadastrosimulacao" using wk-opcao
                 WHEN      '05.23'
                  call     "simulacomissao" using wk-opcao
                 WHEN      '05.24'
                  call     "alocacota" using wk-opcao
                 WHEN      '05.25'
                  call     "previsaovendas" using wk-opcao
                 WHEN      '05.26'
                  call     "relatoriomix" using wk-opcao
                 WHEN      '05.27'
                  call     "relatoriomargem" using wk-opcao
                 WHEN      '05.28'
                  call     "relatoriocruzada" using wk-opcao
                 WHEN      '05.29'
                  call     "relatoriopositivacao" using wk-opcao
                 WHEN      '05.30'
                  call     "revisalimite" using wk-opcao
                 WHEN      '05.31'
                  call     "relatoriogrupo" using wk-opcao
                 WHEN      '04.36'
                  call     "geramobile" using wk-opcao
                 WHEN      '04.37'
                  call     "retornomobile" using wk-opcao
                 WHEN      '01.06'
                  call     "cadastrocomodato" using wk-opcao
                 WHEN      '02.25'
                  call     "relatoriocomodato" using wk-opcao
                 WHEN      '01.07'
                  call     "cadastrocd" using wk-opcao
                 WHEN      '03.10'
                  call     "roteialead" using wk-opcao
                 WHEN      '03.11'
                  call     "atribuicd" using wk-opcao
                 WHEN      '04.38'
                  call     "desligavendedor" using wk-opcao
                 WHEN      '04.39'
                  call     "importdistancia" using wk-opcao
                 WHEN      '02.26'
                  call     "relatoriodistreal" using wk-opcao
                 WHEN      '01.08'
                  call     "acompanhamento" using wk-opcao
                 WHEN      '02.27'
                  call     "relatoriocoaching" using wk-opcao
                 WHEN      '01.09'
                  call     "cadastrotributo" using wk-opcao
                 WHEN      '04.40'
                  call     "extratobi" using wk-opcao
                 WHEN      '04.41'
                  call     "cadastroregfeed" using wk-opcao
                 WHEN      '04.42'
                  call     "spoolmensagem" using wk-opcao
                 WHEN      '04.43'
                  call     "conciliatotais" using wk-opcao
                 WHEN      '04.44'
                  call     "verificacadeia" using wk-opcao
                 WHEN      '05.32'
                  call     "extratocliente" using wk-opcao
                 WHEN      '02.28'
                  call     "relatoriofluxo" using wk-opcao
                 WHEN      '02.29'
                  call     "relatoriotitular" using wk-opcao
                 WHEN      '01.10'
                  call     "cadastroestoque" using wk-opcao
                 WHEN      '02.30'
                  call     "relatorioreposicao" using wk-opcao
                 WHEN      '04.45'
                  call     "relatoriotempocadeia" using wk-opcao
                 WHEN      '04.46'
                  call     "monitoraarquivos" using wk-opcao
                 WHEN      '04.47'
                  call     "cadastroconflito" using wk-opcao
                 WHEN      '04.48'
                  call     "relatoriosod" using wk-opcao
                 WHEN      '05.33'
                  call     "cadastrocampanha" using wk-opcao
                 WHEN      '05.34'
                  call     "relatoriocampanha" using wk-opcao
                END-EVALUATE.
                STOP RUN.

                MOVE       SPACES       TO          arqacesso-resultado.
                ACCEPT     arqacesso-data           FROM         DATE.
                ACCEPT     arqacesso-hora           FROM         TIME.
                SET        wk-ec-grava          TO          TRUE.
                MOVE       'ACESSO' TO           wk-ec-arquivo.
                MOVE       LENGTH OF arqacesso-registro
                                    TO           wk-ec-tamanho.
                CALL       'encadeialog' USING   wk-encadeia
                                                 arqacesso-registro.
                WRITE      arqacesso-registro.

      *----------------------------------------------------------------
                SET        arqacesso-negado         TO          TRUE.
                ACCEPT     arqacesso-data           FROM         DATE.
                ACCEPT     arqacesso-hora           FROM         TIME.
                SET        wk-ec-grava          TO          TRUE.
                MOVE       'ACESSO' TO           wk-ec-arquivo.
                MOVE       LENGTH OF arqacesso-registro
                                    TO           wk-ec-tamanho.
                CALL       'encadeialog' USING   wk-encadeia
                                                 arqacesso-registro.
                WRITE      arqacesso-registro.

      *----------------------------------------------------------------
