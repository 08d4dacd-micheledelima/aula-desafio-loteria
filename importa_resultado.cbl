      *>sorteada inconsistente, numero fora da faixa ou repetido sao
      *>rejeitados com o motivo na tela - para que um digito trocado
      *>nao declare vencedores fantasmas na conferencia.
      *>Para a cadeia noturna termina com return-code 4 quando nao ha
      *>arquivo publicado e 12 quando o cadastro nao pode ser aberto.

      *>Divisão para configuração do ambiente
       Environment Division.
           if ws-fs-resultado <> "00" then
               display "Nao foi possivel abrir RESULTADO.DAT, status: "
                       ws-fs-resultado
               move 4 to return-code
               go to inicializa-exit
           end-if

           if ws-fs-mestre <> "00" then
               display "Nao foi possivel abrir RESULMEST.DAT, status: "
                       ws-fs-mestre
               move 12 to return-code
           end-if

           .
