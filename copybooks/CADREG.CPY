      *>-------------------------------------------------------------
      *> CADREG.CPY
      *> Layout do registro de controle dos passos da cadeia noturna
      *> (CADEIA.DAT, arquivo indexado com chave cad-chave: data do
      *> movimento processado + numero do passo). Cada passo da
      *> cadeia (importa_resultado, conferencia_loteria,
      *> fechamento_diario, concilia_loteria e, no ultimo dia do
      *> mes, fechamento_mensal e expurgo_loteria) tem aqui o seu
      *> registro com inicio, fim, return-code devolvido e situacao:
      *> "P" pendente, "E" em execucao, "F" finalizado, "A"
      *> finalizado com aviso (return-code 4 ou 8) e "X" falha
      *> (return-code 12 ou mais). Um passo "F" ou "A" nunca e
      *> executado de novo; a cadeia que parou em "X" (ou caiu em
      *> "E") e retomada dali na proxima execucao. Mantido por
      *> cadeia_noturna.
      *>-------------------------------------------------------------
       01 cad-registro.
           05 cad-chave.
               10 cad-data-movimento                pic x(08).
               10 cad-passo                         pic 9(02).
           05 cad-programa                          pic x(20).
           05 cad-situacao                          pic x(01).
           05 cad-inicio-data                       pic x(08).
           05 cad-inicio-hora                       pic x(06).
           05 cad-fim-data                          pic x(08).
           05 cad-fim-hora                          pic x(06).
           05 cad-retorno                           pic 9(03).
           05 cad-tentativas                        pic 9(02).
           05 cad-operador                          pic 9(04).
