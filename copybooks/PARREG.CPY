      *> premios da conferencia: par-perc-rateio e a fatia da
      *> arrecadacao do concurso que vira premio, repartida entre as
      *> faixas pelos percentuais de cada uma (nos formatos
      *> alternativos o fundo inteiro vai para a faixa unica).
      *> par-limite-saque e o total que cada jogador pode sacar do
      *> saldo no caixa em um mesmo dia. par-ir-isencao e
      *> par-ir-aliquota sao o limite de isencao e a aliquota (em %)
      *> do imposto de renda retido na fonte sobre premios: premio
      *> acima do limite tem o imposto retido sobre o valor inteiro.
      *> Usado por manutencao_parametro (manutencao), jogo_loteria
      *> (cobranca, pagamento e retencao), desdobramento_loteria
      *> (preco da venda), conferencia_loteria (apuracao, rateio e
      *> retencao) e conta_jogador (limite de saque).
      *> Um PARAMFIN.DAT gravado antes do limite de saque e do
      *> imposto de renda tem registro mais curto e nao abre neste
      *> layout: renomeie-o para PARAMFIN.OLD e rode
      *> converte_parametro, que regrava cada tabela no layout novo
      *> com o limite de saque, a isencao e a aliquota informados.
      *>-------------------------------------------------------------
       01 par-registro.
           05 par-vigencia                          pic x(08).
           05 par-perc-quadra                       pic 9(03)v99.
           05 par-perc-quina                        pic 9(03)v99.
           05 par-perc-sena                         pic 9(03)v99.
           05 par-limite-saque                      pic 9(07)v99.
           05 par-ir-isencao                        pic 9(07)v99.
           05 par-ir-aliquota                       pic 9(03)v99.
