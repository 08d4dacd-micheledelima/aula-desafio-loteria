      *> FINREG.CPY
      *> Layout do registro de movimento financeiro (FINANCEIRO.DAT).
      *> Um movimento por linha: arrecadacao de aposta (tipo "A"),
      *> pagamento de premio (tipo "P"), deposito recebido no caixa
      *> (tipo "D"), estorno de bilhete cancelado (tipo "E"), saque
      *> pago no caixa (tipo "S") ou imposto de renda retido sobre
      *> premio (tipo "I" - o premio sai pelo liquido no tipo "P"),
      *> com data, hora, descricao, valor e o id do operador que fez
      *> o movimento. Gravado por jogo_loteria (apostas, premios,
      *> retencoes e cotas de bolao), desdobramento_loteria (venda
      *> do desdobramento), conferencia_loteria (rateios pagos e
      *> retencoes), conta_jogador
      *> (depositos e saques) e cancela_bilhete (estornos);
      *> totalizado por fechamento_diario, que separa os tipos e
      *> fecha o caixa de cada operador, e consolidado por
      *> fechamento_mensal.
      *>-------------------------------------------------------------
       01 fin-registro.
           05 fin-data                              pic x(08).
           05 fin-tipo                              pic x(01).
           05 fin-descricao                         pic x(30).
           05 fin-valor                             pic 9(07)v99.
           05 fin-operador                          pic 9(04).
