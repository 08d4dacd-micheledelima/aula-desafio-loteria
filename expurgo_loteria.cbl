      *>sao apagados pela chave depois de copiados; a geracao sai em
      *>linhas sequenciais no layout HISTREG. Os nomes das geracoes
      *>sao montados em tempo de execucao pelas variaveis de ambiente
      *>DD_ARQSORTGER e DD_ARQAUDGER. Para a cadeia noturna termina
      *>com return-code 12 quando um dos expurgos nao pode ser feito.

      *>Divisão para configuração do ambiente
       Environment Division.
      *>copia de trabalho dos registros de auditoria mantidos na
      *>janela corrente, regravados por cima do arquivo vivo no fim
       fd  arq-aud-temp.
       01 aud-temp-registro                         pic x(81).

      *>geracao datada com os registros de auditoria expurgados
       fd  arq-aud-geracao.
       01 aud-ger-registro                          pic x(81).

       fd  arq-historico.
       copy "HISTREG.CPY".
           if ws-fs-auditoria <> "00" then
               display "Nao foi possivel abrir AUDITORIA.DAT, status: "
                       ws-fs-auditoria
               move 12 to return-code
           else
               open extend arq-aud-geracao
               if ws-fs-aud-geracao = "35" then
                   display "Expurgo da auditoria abortado, status "
                           "geracao: " ws-fs-aud-geracao
                           " temporario: " ws-fs-aud-temp
                   move 12 to return-code
                   close arq-auditoria
                   close arq-aud-geracao
                   close arq-aud-temp
           if ws-fs-historico <> "00" then
               display "Nao foi possivel abrir SORTHIST.DAT, status: "
                       ws-fs-historico
               move 12 to return-code
           else
               open extend arq-sort-geracao
               if ws-fs-sort-geracao = "35" then
               if ws-fs-sort-geracao <> "00" then
                   display "Expurgo do historico abortado, status "
                           "geracao: " ws-fs-sort-geracao
                   move 12 to return-code
                   close arq-historico
                   close arq-sort-geracao
                   go to expurga-sorteios-exit
                           else
                               display "Erro ao gravar a geracao, "
                                       "status: " ws-fs-sort-geracao
                               move 12 to return-code
                               move "99" to ws-fs-historico
                           end-if
                       else
