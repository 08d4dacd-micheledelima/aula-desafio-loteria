      *> Layout do registro da trilha de auditoria (AUDITORIA.DAT).
      *> Uma linha por evento (menu, aposta aceita/rejeitada, bilhete
      *> emitido, lote iniciado/concluido, sorteio ou bolao
      *> concluido), com data, hora e o id do operador logado no
      *> terminal (em branco nos eventos gravados antes do cadastro
      *> de operadores). Usado por jogo_loteria, que grava os
      *> eventos, por concilia_loteria, que concilia a trilha com o
      *> historico de SORTHIST.DAT, por expurgo_loteria, que arquiva
      *> as geracoes antigas, e por consulta_auditoria, que filtra a
      *> trilha e reconstroi as sessoes.
      *>-------------------------------------------------------------
       01 aud-registro.
           05 aud-data                              pic x(08).
           05 aud-hora                              pic x(06).
           05 aud-sep2                              pic x(01).
           05 aud-mensagem                          pic x(60).
           05 aud-sep3                              pic x(01).
           05 aud-operador                          pic 9(04).
