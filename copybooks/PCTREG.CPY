      *>-------------------------------------------------------------
      *> PCTREG.CPY
      *> Layout do registro do plano de contas da interface contabil
      *> (PLANOCTA.DAT, arquivo indexado com chave pct-categoria).
      *> Cada categoria de movimento do fechamento diario tem aqui a
      *> conta a debito, a conta a credito e o historico padrao do
      *> lancamento: "A" arrecadacao de apostas, "E" estorno de
      *> bilhete cancelado, "P" premio pago (liquido), "I" imposto de
      *> renda retido sobre premio, "D" deposito de jogador, "S"
      *> saque de jogador e "F" fundo de premios (a fatia da
      *> arrecadacao liquida do dia destinada ao rateio, pelo
      *> percentual da tabela de precos vigente). As contas seguem a
      *> mascara do sistema da contabilidade. Mantido por
      *> manutencao_plano_contas e lido por exporta_contabil.
      *>-------------------------------------------------------------
       01 pct-registro.
           05 pct-categoria                         pic x(01).
           05 pct-descricao                         pic x(30).
           05 pct-conta-debito                      pic x(15).
           05 pct-conta-credito                     pic x(15).
           05 pct-historico                         pic x(25).
           05 pct-data-alteracao                    pic x(08).
           05 pct-operador                          pic 9(04).
