      *>-------------------------------------------------------------
      *> RETREG.CPY
      *> Layout do registro de premios pagos com a retencao do
      *> imposto de renda na fonte (RETENCAO.DAT, sequencial). Um
      *> registro por premio creditado a um jogador - inclusive os
      *> isentos, com imposto zero - com o valor bruto, a aliquota
      *> aplicada, o imposto retido e o liquido creditado na conta.
      *> Origem: "S" premio do sorteio (jogo_loteria), "B" rateio de
      *> bolao (jogo_loteria) ou "R" rateio do concurso oficial
      *> (conferencia_loteria). Jogador 0 e premio de aposta sem
      *> apostador identificado. E a base do informe anual de
      *> rendimentos (informe_rendimentos).
      *>-------------------------------------------------------------
       01 ret-registro.
           05 ret-jogador                           pic 9(04).
           05 ret-data                              pic x(08).
           05 ret-hora                              pic x(06).
           05 ret-origem                            pic x(01).
           05 ret-descricao                         pic x(30).
           05 ret-bruto                             pic 9(09)v99.
           05 ret-aliquota                          pic 9(03)v99.
           05 ret-imposto                           pic 9(09)v99.
           05 ret-liquido                           pic 9(09)v99.
           05 ret-operador                          pic 9(04).
