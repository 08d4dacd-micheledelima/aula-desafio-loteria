      *>Este job le o cadastro antigo (renomeado pelo operador para
      *>CADJOGADOR.OLD) e regrava cada jogador em um CADJOGADOR.DAT
      *>novo, no layout JOGREG, com o saldo zerado - como o
      *>converte_historico fez na migracao SORTEIOS/SORTHIST. O campo
      *>de CPF alongou o registro de novo: um cadastro gravado com o
      *>saldo mas sem o CPF tambem e convertido aqui, preservando o
      *>saldo e deixando o CPF em branco para ser informado na
      *>manutencao_jogador. O operador informa em qual dos dois
      *>layouts antigos esta o CADJOGADOR.OLD. Depois de conferir a
      *>conversao, o CADJOGADOR.OLD pode ser guardado como arquivo
      *>morto.

      *>Divisão para configuração do ambiente
       Environment Division.
               access mode is dynamic
               record key is jant-id
               file status is ws-fs-antigo.
           select arq-cadastro-saldo assign to "CADJOGADOR.OLD"
               organization is indexed
               access mode is dynamic
               record key is jsal-id
               file status is ws-fs-antigo.
           select arq-jogadores assign to "CADJOGADOR.DAT"
               organization is indexed
               access mode is dynamic
           05 jant-status                           pic x(01).
           05 jant-data-cadastro                    pic x(08).

      *>cadastro no layout com o saldo, ainda sem o CPF
       fd  arq-cadastro-saldo.
       01 jsal-registro.
           05 jsal-id                               pic 9(04).
           05 jsal-nome                             pic x(20).
           05 jsal-status                           pic x(01).
           05 jsal-data-cadastro                    pic x(08).
           05 jsal-saldo                            pic s9(09)v99.

      *>cadastro no layout corrente, com o saldo da conta corrente
       fd  arq-jogadores.
       copy "JOGREG.CPY".
       77 ws-sw-prosseguir                         pic x(01)
                                                    value "S".

      *>layout do CADJOGADOR.OLD: "1" sem saldo, "2" com saldo e
      *>sem CPF
       77 ws-layout-antigo                         pic x(01).

       77 ws-fs-antigo                             pic x(02).
       77 ws-fs-jogadores                          pic x(02).

      *>existir)
       inicializa section.

           display "Layout do CADJOGADOR.OLD - 1 = sem saldo, "
                   "2 = com saldo e sem CPF: "
           accept ws-layout-antigo

           if ws-layout-antigo <> "1" and ws-layout-antigo <> "2" then
               display "Layout invalido, conversao nao executada."
               move "N" to ws-sw-prosseguir
               go to inicializa-exit
           end-if

           if ws-layout-antigo = "1" then
               open input arq-cadastro-antigo
           else
               open input arq-cadastro-saldo
           end-if
           if ws-fs-antigo <> "00" then
               display "Nao foi possivel abrir CADJOGADOR.OLD, "
                       "status: " ws-fs-antigo
           exit.

      *>Le cada jogador do cadastro antigo e grava o equivalente no
      *>layout novo - com o saldo zerado no layout sem saldo, com o
      *>saldo preservado no layout sem CPF; id ja existente no novo
      *>e mantido como esta
       converte-registros section.

           if ws-sw-prosseguir = "S"
           and ws-layout-antigo = "2" then
               move 0 to jsal-id
               start arq-cadastro-saldo key > jsal-id
               end-start

               perform until ws-fs-antigo <> "00"
                   read arq-cadastro-saldo next
                       at end move "10" to ws-fs-antigo
                   end-read

                   if ws-fs-antigo = "00" then
                       perform gravar-convertido-saldo
                   end-if
               end-perform
           end-if

           if ws-sw-prosseguir = "S"
           and ws-layout-antigo = "1" then
               move 0 to jant-id
               start arq-cadastro-antigo key > jant-id
               end-start
           move jant-status        to jog-status
           move jant-data-cadastro to jog-data-cadastro
           move 0                  to jog-saldo
           move spaces             to jog-cpf

           perform gravar-jogador-novo

           .
       gravar-convertido-exit.
           exit.

      *>Monta e grava um registro do cadastro novo a partir do
      *>registro corrente do layout com saldo, mantendo o saldo
       gravar-convertido-saldo section.

           initialize jog-registro

           move jsal-id            to jog-id
           move jsal-nome          to jog-nome
           move jsal-status        to jog-status
           move jsal-data-cadastro to jog-data-cadastro
           move jsal-saldo         to jog-saldo
           move spaces             to jog-cpf

           perform gravar-jogador-novo

           .
       gravar-convertido-saldo-exit.
           exit.

      *>Grava o jogador montado em jog-registro no cadastro novo
       gravar-jogador-novo section.

           write jog-registro
           evaluate ws-fs-jogadores
           end-evaluate

           .
       gravar-jogador-novo-exit.
           exit.

      *>Exibe o resumo da conversao
      *>Fechamento dos arquivos e encerramento do programa
       finaliza section.

           if ws-layout-antigo = "1" then
               close arq-cadastro-antigo
           end-if
           if ws-layout-antigo = "2" then
               close arq-cadastro-saldo
           end-if
           close arq-jogadores

           display "Conversao finalizada."
