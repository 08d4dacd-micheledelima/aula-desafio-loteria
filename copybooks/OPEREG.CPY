      *>-------------------------------------------------------------
      *> OPEREG.CPY
      *> Layout do registro do cadastro de operadores (OPERADOR.DAT,
      *> arquivo indexado com chave ope-id). Cada pessoa que trabalha
      *> no terminal tem um operador com senha, perfil ("S"
      *> supervisor ou "O" operador de caixa) e status ("A" ativo ou
      *> "I" inativo). Os programas que movimentam dinheiro pedem o
      *> login na entrada e carimbam o id do operador em cada
      *> registro de AUDITORIA.DAT, FINANCEIRO.DAT e CONTACOR.DAT; so
      *> o supervisor altera PARAMFIN.DAT, paga o rateio da
      *> conferencia e reativa jogadores. Mantido por
      *> manutencao_operador.
      *>-------------------------------------------------------------
       01 ope-registro.
           05 ope-id                                pic 9(04).
           05 ope-nome                              pic x(20).
           05 ope-senha                             pic x(10).
           05 ope-perfil                            pic x(01).
           05 ope-status                            pic x(01).
           05 ope-data-cadastro                     pic x(08).
