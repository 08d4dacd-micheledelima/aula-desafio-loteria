      *>-------------------------------------------------------------
      *> EXPREG.CPY
      *> Layout do registro de controle da exportacao contabil
      *> (EXPCONTAB.DAT, arquivo indexado com chave exp-data). Cada
      *> dia fechado enviado a contabilidade por exporta_contabil
      *> ganha aqui um registro com o carimbo da exportacao, o nome
      *> do arquivo de lancamentos em que saiu e os totais enviados;
      *> um dia com registro aqui nunca e exportado de novo. O
      *> controle fica fora de FECHADIA.DAT para que o registro do
      *> fechamento continue imutavel.
      *>-------------------------------------------------------------
       01 exp-registro.
           05 exp-data                              pic x(08).
           05 exp-data-exportacao                   pic x(08).
           05 exp-hora-exportacao                   pic x(06).
           05 exp-arquivo                           pic x(40).
           05 exp-qtd-lancamentos                   pic 9(04).
           05 exp-tot-valor                         pic 9(11)v99.
           05 exp-operador                          pic 9(04).
