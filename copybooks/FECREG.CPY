      *> depois do fechamento aparece como divergencia em vez de
      *> mudar a historia. O fechamento_mensal consolida o mes a
      *> partir destes registros, dia a dia, sem reler o movimento
      *> inteiro. Os estornos de bilhetes cancelados ficam em
      *> totais proprios, fora da arrecadacao, assim como os saques
      *> pagos no caixa e o imposto de renda retido sobre premios
      *> (os premios pagos sao o liquido creditado; premio bruto e o
      *> pago mais o retido). Usado por fechamento_diario (gravacao),
      *> fechamento_mensal (consolidacao) e exporta_contabil
      *> (lancamentos contabeis). Um FECHADIA.DAT gravado antes dos
      *> totais de estornos, saques e impostos tem registro mais
      *> curto e nao abre neste layout: renomeie-o para FECHADIA.OLD
      *> e rode converte_fechamento, que regrava cada dia no layout
      *> novo com esses totais zerados.
      *>-------------------------------------------------------------
       01 fec-registro.
           05 fec-data                              pic x(08).
           05 fec-tot-pago                          pic 9(09)v99.
           05 fec-qtd-depositos                     pic 9(06).
           05 fec-tot-depositos                     pic 9(09)v99.
           05 fec-qtd-estornos                      pic 9(06).
           05 fec-tot-estornos                      pic 9(09)v99.
           05 fec-qtd-saques                        pic 9(06).
           05 fec-tot-saques                        pic 9(09)v99.
           05 fec-qtd-impostos                      pic 9(06).
           05 fec-tot-impostos                      pic 9(09)v99.
           05 fec-saldo                             pic s9(09)v99.
           05 fec-carimbo-data                      pic x(08).
           05 fec-carimbo-hora                      pic x(06).
