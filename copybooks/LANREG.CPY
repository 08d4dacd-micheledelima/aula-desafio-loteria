      *>-------------------------------------------------------------
      *> LANREG.CPY
      *> Layout do arquivo de lancamentos contabeis gerado por
      *> exporta_contabil (CONTAB-AAAAMMDD-HHMMSS.TXT), registros de
      *> 100 posicoes com o numero sequencial do registro nas
      *> posicoes 95 a 100. O primeiro registro e o cabecalho (tipo
      *> "0", com a faixa de datas exportada), seguido de um
      *> lancamento por categoria movimentada em cada dia (tipo
      *> "1": data, conta a debito, conta a credito, valor,
      *> categoria e historico) e do rodape (tipo "9") com a
      *> quantidade de registros, de lancamentos e de dias e os
      *> totais de controle a debito e a credito. Valores sem
      *> virgula, com duas casas decimais implicitas.
      *>-------------------------------------------------------------
       01 lan-registro.
           05 lan-tipo-registro                     pic x(01).
           05 lan-data                              pic x(08).
           05 lan-conta-debito                      pic x(15).
           05 lan-conta-credito                     pic x(15).
           05 lan-valor                             pic 9(11)v99.
           05 lan-categoria                         pic x(01).
           05 lan-historico                         pic x(40).
           05 filler                                pic x(01).
           05 lan-sequencia                         pic 9(06).

       01 lan-cabecalho.
           05 lan-cab-tipo-registro                 pic x(01).
           05 lan-cab-data-geracao                  pic x(08).
           05 lan-cab-hora-geracao                  pic x(06).
           05 lan-cab-data-inicial                  pic x(08).
           05 lan-cab-data-final                    pic x(08).
           05 lan-cab-sistema                       pic x(20).
           05 filler                                pic x(43).
           05 lan-cab-sequencia                     pic 9(06).

       01 lan-rodape.
           05 lan-rod-tipo-registro                 pic x(01).
           05 lan-rod-qtd-registros                 pic 9(06).
           05 lan-rod-qtd-lancamentos               pic 9(06).
           05 lan-rod-qtd-dias                      pic 9(04).
           05 lan-rod-tot-debitos                   pic 9(13)v99.
           05 lan-rod-tot-creditos                  pic 9(13)v99.
           05 filler                                pic x(47).
           05 lan-rod-sequencia                     pic 9(06).
