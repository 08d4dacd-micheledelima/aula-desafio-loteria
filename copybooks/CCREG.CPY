      *> CCREG.CPY
      *> Layout do registro de movimento da conta corrente do
      *> jogador (CONTACOR.DAT). Um movimento por linha: deposito no
      *> caixa (tipo "D"), cobranca de aposta (tipo "A"), credito
      *> de premio (tipo "P"), estorno de bilhete cancelado (tipo
      *> "E") ou saque no caixa (tipo "S"), com o id do jogador,
      *> data, hora, descricao, valor, o saldo da conta apos o
      *> movimento e o id do operador que fez o movimento.
      *> Usado por jogo_loteria, que debita as apostas e credita os
      *> premios, por conta_jogador, que registra os depositos e os
      *> saques e imprime o extrato por periodo, e por
      *> cancela_bilhete, que credita os estornos.
      *>-------------------------------------------------------------
       01 cc-registro.
           05 cc-jogador                            pic 9(04).
           05 cc-descricao                          pic x(30).
           05 cc-valor                              pic 9(07)v99.
           05 cc-saldo                              pic s9(09)v99.
           05 cc-operador                           pic 9(04).
