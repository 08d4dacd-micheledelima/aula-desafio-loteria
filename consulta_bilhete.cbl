      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "consulta_bilhete".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.

      *>Consulta de bilhete no balcao pelo numero (bil-numero): mostra
      *>o apostador, o concurso, a data de emissao, os numeros jogados
      *>e a situacao do bilhete. So o bilhete do desdobramento
      *>(origem "D") concorre a um concurso oficial: se o resultado
      *>dele ja esta em RESULMEST.DAT, o bilhete e conferido na hora -
      *>numeros acertados e faixa de premio, com a mesma contagem e
      *>as mesmas faixas da conferencia_loteria - e a consulta informa
      *>se o premio ja foi pago. Aposta, surpresinha e bolao sao
      *>sorteados na simulacao do jogo_loteria, com bil-concurso na
      *>numeracao do historico simulado (SORTHIST.DAT), e saem com o
      *>resultado do sorteio simulado pela situacao do bilhete. Da
      *>mesma tela sai a segunda via do bilhete, marcada "SEGUNDA
      *>VIA", impressa em SEGUNDAVIA.TXT. Toda consulta e toda
      *>segunda via sao registradas em AUDITORIA.DAT com o operador
      *>logado.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arq-bilhetes assign to "BILHETES.DAT"
               organization is indexed
               access mode is dynamic
               record key is bil-numero
               file status is ws-fs-bilhetes.
           select arq-resultados-mestre assign to "RESULMEST.DAT"
               organization is indexed
               access mode is dynamic
               record key is resm-concurso
               file status is ws-fs-mestre.
           select arq-jogadores assign to "CADJOGADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is jog-id
               file status is ws-fs-jogadores.
           select arq-segunda-via assign to "SEGUNDAVIA.TXT"
               organization is line sequential
               file status is ws-fs-segunda-via.
           select arq-auditoria assign to "AUDITORIA.DAT"
               organization is line sequential
               file status is ws-fs-auditoria.
           select arq-operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is ws-fs-operadores.
       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>bilhetes emitidos - so leitura, a consulta nao altera nada
       fd  arq-bilhetes.
       copy "BILREG.CPY".

      *>cadastro permanente de resultados oficiais - concurso com
      *>resultado importado permite conferir o bilhete
       fd  arq-resultados-mestre.
       copy "RESMREG.CPY".

      *>cadastro permanente de jogadores, para o nome do apostador
       fd  arq-jogadores.
       copy "JOGREG.CPY".

      *>segunda via impressa do bilhete, uma apos a outra
       fd  arq-segunda-via.
       01 via-registro                              pic x(80).

       fd  arq-auditoria.
       copy "AUDREG.CPY".

      *>cadastro de operadores, mantido por manutencao_operador - so
      *>e lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       01 ws-indices.
           05 ws-ind-numero                         pic 9(02).
           05 ws-ind-sorte                          pic 9(02).

      *>conferencia do bilhete contra o resultado oficial
       01 ws-conferencia.
           05 ws-sw-conferido                       pic x(01).
           05 ws-qtd-acertos                        pic 9(02).
           05 ws-faixa-premio                       pic x(11).
           05 ws-situacao-premio                    pic x(50).
           05 ws-sw-acertou occurs 19               pic x(01).

       77 ws-sair                                   pic x(02).
       77 ws-confirma                               pic x(01).
       77 ws-bilhete-informado                      pic 9(08).
       77 ws-nome-jogador                           pic x(20).
       77 ws-descricao-situacao                     pic x(20).
       77 ws-descricao-origem                       pic x(13).
       77 ws-descricao-concurso                     pic x(18).
       77 ws-numeros-exibe                          pic x(57).
       77 ws-acertos-exibe                          pic x(57).
       77 ws-sorteados-exibe                        pic x(45).
       77 ws-ptr-numeros                            pic 9(02).
       77 ws-ptr-acertos                            pic 9(02).
       77 ws-aud-msg                                pic x(60).
       77 ws-valor-exibe                            pic zzz.zzz.zz9,99.
       77 ws-data-hoje                              pic x(08).
       77 ws-hora-agora                             pic x(06).

       77 ws-sw-bilhetes-ok                         pic x(01)
                                                    value "N".
       77 ws-sw-mestre-ok                           pic x(01)
                                                    value "N".
       77 ws-sw-jogadores-ok                        pic x(01)
                                                    value "N".

       77 ws-fs-bilhetes                            pic x(02).
       77 ws-fs-mestre                              pic x(02).
       77 ws-fs-jogadores                           pic x(02).
       77 ws-fs-segunda-via                         pic x(02).
       77 ws-fs-auditoria                           pic x(02).

      *>operador identificado no login: o id vai carimbado em cada
      *>movimento gravado pelo programa
       01 ws-operador.
           05 ws-ope-id                             pic 9(04)
                                                    value 0.
           05 ws-ope-nome                           pic x(20).
           05 ws-ope-perfil                         pic x(01).
           05 ws-ope-senha-informada                pic x(10).
           05 ws-ope-tentativas                     pic 9(01)
                                                    value 0.

       77 ws-sw-login-ok                            pic x(01)
                                                    value "N".
       77 ws-fs-operadores                          pic x(02).

       procedure division.

           perform login-operador.
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao de variaveis, abertura de arquivos
      *>procedimentos que serao realizados apenas uma vez
       inicializa section.

           open input arq-bilhetes
           if ws-fs-bilhetes <> "00" then
               display "Nao foi possivel abrir BILHETES.DAT, status: "
                       ws-fs-bilhetes
               move "S" to ws-sair
               go to inicializa-exit
           end-if
           move "S" to ws-sw-bilhetes-ok

      *>sem o cadastro de resultados nenhum concurso foi apurado: a
      *>consulta mostra o bilhete sem conferencia
           open input arq-resultados-mestre
           if ws-fs-mestre = "00" then
               move "S" to ws-sw-mestre-ok
           else
               if ws-fs-mestre <> "35" then
                   display "RESULMEST.DAT indisponivel (status "
                           ws-fs-mestre "), bilhetes sairao sem "
                           "conferencia."
               end-if
           end-if

      *>sem o cadastro de jogadores o bilhete sai so com o id
           open input arq-jogadores
           if ws-fs-jogadores = "00" then
               move "S" to ws-sw-jogadores-ok
           else
               display "CADJOGADOR.DAT indisponivel (status "
                       ws-fs-jogadores "), bilhetes sairao sem o "
                       "nome do apostador."
           end-if

           .
       inicializa-exit.
           exit.

      *>construçao do laço principal (menu) ou regra de negócio
       processamento section.

           perform until ws-sair = "S"
                      or ws-sair = "s"
               display erase

               display "  Consulta de bilhete  "
               display "                       "

               perform consultar-bilhete

               display "'S'air"
               accept ws-sair
           end-perform
           .
       processamento-exit.
           exit.

      *>--------------------------Consulta do bilhete-------------------------------------
      *> Localiza o bilhete pelo numero, exibe os dados com a
      *> conferencia contra o resultado oficial e oferece a segunda
      *> via impressa.
       consultar-bilhete section.

           display "Numero do bilhete: "
           accept ws-bilhete-informado

           move ws-bilhete-informado to bil-numero
           read arq-bilhetes

           if ws-fs-bilhetes <> "00" then
               display "Bilhete nao encontrado, status: "
                       ws-fs-bilhetes

               move spaces to ws-aud-msg
               string "Consulta bilhete "  delimited by size
                      ws-bilhete-informado delimited by size
                      " nao encontrado"    delimited by size
                 into ws-aud-msg
               perform grava-auditoria

               go to consultar-bilhete-exit
           end-if

           perform ler-jogador
           perform conferir-bilhete
           perform exibir-bilhete

           move spaces to ws-aud-msg
           string "Consulta bilhete "  delimited by size
                  bil-numero           delimited by size
                  ", jogador "         delimited by size
                  bil-jogador          delimited by size
                  ", situacao "        delimited by size
                  bil-situacao         delimited by size
             into ws-aud-msg
           perform grava-auditoria

           display "Imprimir a segunda via do bilhete (S/N)? "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               go to consultar-bilhete-exit
           end-if

           perform imprimir-segunda-via
           if ws-fs-segunda-via <> "00" then
               go to consultar-bilhete-exit
           end-if

           move spaces to ws-aud-msg
           string "Segunda via bilhete " delimited by size
                  bil-numero             delimited by size
                  ", jogador "           delimited by size
                  bil-jogador            delimited by size
             into ws-aud-msg
           perform grava-auditoria

           display "Segunda via impressa em SEGUNDAVIA.TXT."

           .
       consultar-bilhete-exit.
           exit.

      *>Busca no cadastro o nome do apostador dono do bilhete
       ler-jogador section.

           move spaces to ws-nome-jogador

           if bil-jogador = 0 then
               move "(nao identificado)" to ws-nome-jogador
               go to ler-jogador-exit
           end-if

           if ws-sw-jogadores-ok <> "S" then
               go to ler-jogador-exit
           end-if

           move bil-jogador to jog-id
           read arq-jogadores
           if ws-fs-jogadores = "00" then
               move jog-nome to ws-nome-jogador
           else
               move "(sem cadastro)" to ws-nome-jogador
           end-if

           .
       ler-jogador-exit.
           exit.

      *>Confere o bilhete do desdobramento contra o resultado oficial
      *>do concurso, se ja importado: conta os acertos com a mesma
      *>regra da conferencia_loteria (cada numero jogado contra todos
      *>os sorteados), classifica a faixa e monta a situacao do
      *>premio. Os demais bilhetes saem com o resultado do sorteio
      *>simulado
       conferir-bilhete section.

           move "N"    to ws-sw-conferido
           move 0      to ws-qtd-acertos
           move spaces to ws-faixa-premio
           move spaces to ws-acertos-exibe
           move spaces to ws-sorteados-exibe
           move 1      to ws-ind-numero
           perform until ws-ind-numero > 19
               move "N" to ws-sw-acertou(ws-ind-numero)
               add 1 to ws-ind-numero
           end-perform

      *>aposta, surpresinha e bolao nao concorrem ao concurso
      *>oficial: o bil-concurso deles e o numero do sorteio simulado
           if bil-origem <> "D" then
               perform situacao-sorteio-simulado
               go to conferir-bilhete-exit
           end-if

           if bil-concurso = 0 then
               move "Bilhete sem concurso, nao conferido."
                   to ws-situacao-premio
               go to conferir-bilhete-exit
           end-if

           if ws-sw-mestre-ok <> "S" then
               move "Concurso ainda sem resultado oficial."
                   to ws-situacao-premio
               go to conferir-bilhete-exit
           end-if

           move bil-concurso to resm-concurso
           read arq-resultados-mestre
           if ws-fs-mestre <> "00" then
               move "Concurso ainda sem resultado oficial."
                   to ws-situacao-premio
               go to conferir-bilhete-exit
           end-if

           move "S" to ws-sw-conferido

           move 1 to ws-ptr-numeros
           move 1 to ws-ind-sorte
           perform until ws-ind-sorte > resm-qtd-sorteio
                      or ws-ind-sorte > 15
               string resm-numeros(ws-ind-sorte) delimited by size
                      " "                        delimited by size
                 into ws-sorteados-exibe
                 with pointer ws-ptr-numeros
               add 1 to ws-ind-sorte
           end-perform

           move 1 to ws-ptr-acertos
           move 1 to ws-ind-numero
           perform until ws-ind-numero > bil-qtd-numeros
                      or ws-ind-numero > 19
               move 1 to ws-ind-sorte
               perform until ws-ind-sorte > resm-qtd-sorteio
                          or ws-ind-sorte > 15
                   if bil-numeros(ws-ind-numero) =
                      resm-numeros(ws-ind-sorte) then
                       move "S" to ws-sw-acertou(ws-ind-numero)
                   end-if
                   add 1 to ws-ind-sorte
               end-perform

               if ws-sw-acertou(ws-ind-numero) = "S" then
                   add 1 to ws-qtd-acertos
                   string bil-numeros(ws-ind-numero) delimited by size
                          " "                        delimited by size
                     into ws-acertos-exibe
                     with pointer ws-ptr-acertos
               end-if

               add 1 to ws-ind-numero
           end-perform

           perform classificar-faixa-premio

      *>bilhete cancelado foi estornado e nao concorre; o premiado e
      *>marcado "P" pela conferencia_loteria quando o rateio e pago
           evaluate true
               when bil-situacao = "C"
                   move "Bilhete cancelado, nao concorre ao premio."
                       to ws-situacao-premio
               when bil-situacao = "P"
                   move "Premio ja pago." to ws-situacao-premio
               when ws-faixa-premio = "Sem premio"
                   move "Bilhete nao premiado." to ws-situacao-premio
               when resm-rateado = "S"
                   move "Premio nao pago - rateio ja realizado."
                       to ws-situacao-premio
               when other
                   move "Premio a pagar no rateio do concurso."
                       to ws-situacao-premio
           end-evaluate

           .
       conferir-bilhete-exit.
           exit.

      *>Situacao do premio de aposta, surpresinha ou bolao: o
      *>jogo_loteria sorteia a aposta na sessao da emissao e marca
      *>"P" o bilhete premiado e pago; no bolao so o bilhete do
      *>participante que acertou fica "P"
       situacao-sorteio-simulado section.

           evaluate true
               when bil-situacao = "C"
                   move "Bilhete cancelado, nao concorre ao premio."
                       to ws-situacao-premio
               when bil-situacao = "P"
                   move "Premiado e pago no sorteio simulado."
                       to ws-situacao-premio
               when bil-origem = "B"
                   move "Nao premiado no sorteio do bolao."
                       to ws-situacao-premio
               when other
                   move "Sorteio simulado sem conclusao registrada."
                       to ws-situacao-premio
           end-evaluate

           .
       situacao-sorteio-simulado-exit.
           exit.

      *>Classifica em ws-faixa-premio a quantidade de acertos guardada
      *>em ws-qtd-acertos, com a mesma regra da conferencia_loteria:
      *>nomes classicos quando o concurso sorteia 6 numeros, faixa
      *>generica nos demais formatos
       classificar-faixa-premio section.

           move spaces to ws-faixa-premio

           if resm-qtd-sorteio = 6 then
               evaluate ws-qtd-acertos
                   when 4
                       move "Quadra"     to ws-faixa-premio
                   when 5
                       move "Quina"      to ws-faixa-premio
                   when 6
                       move "Sena"       to ws-faixa-premio
                   when other
                       move "Sem premio" to ws-faixa-premio
               end-evaluate
           else
               if ws-qtd-acertos > 0
               and ws-qtd-acertos >= resm-qtd-sorteio - 2 then
                   move "Premiado"   to ws-faixa-premio
               else
                   move "Sem premio" to ws-faixa-premio
               end-if
           end-if

           .
       classificar-faixa-premio-exit.
           exit.

      *>Descricao por extenso da origem e da situacao do bilhete
       descrever-bilhete section.

           evaluate bil-origem
               when "A"
                   move "Aposta"        to ws-descricao-origem
               when "S"
                   move "Surpresinha"   to ws-descricao-origem
               when "D"
                   move "Desdobramento" to ws-descricao-origem
               when "B"
                   move "Bolao"         to ws-descricao-origem
               when other
                   move bil-origem      to ws-descricao-origem
           end-evaluate

      *>so o desdobramento concorre ao concurso oficial; nas demais
      *>origens o numero e o do sorteio simulado em SORTHIST.DAT
           if bil-origem = "D" then
               move "(oficial)"         to ws-descricao-concurso
           else
               move "(sorteio simulado)" to ws-descricao-concurso
           end-if

           evaluate bil-situacao
               when "A"
                   move "Ativo"                to ws-descricao-situacao
               when "P"
                   move "Premiado e pago"      to ws-descricao-situacao
               when "C"
                   move "Cancelado"            to ws-descricao-situacao
               when other
                   move bil-situacao           to ws-descricao-situacao
           end-evaluate

           move spaces to ws-numeros-exibe
           move 1      to ws-ptr-numeros
           move 1      to ws-ind-numero
           perform until ws-ind-numero > bil-qtd-numeros
                      or ws-ind-numero > 19
               string bil-numeros(ws-ind-numero) delimited by size
                      " "                        delimited by size
                 into ws-numeros-exibe
                 with pointer ws-ptr-numeros
               add 1 to ws-ind-numero
           end-perform

           .
       descrever-bilhete-exit.
           exit.

      *>Exibe o bilhete lido com a conferencia, se houver
       exibir-bilhete section.

           perform descrever-bilhete

           display "               "
           display "Bilhete:   " bil-numero "  origem: "
                   ws-descricao-origem
           display "Jogador:   " bil-jogador " " ws-nome-jogador
           display "Concurso:  " bil-concurso " "
                   ws-descricao-concurso
           display "Emissao:   " bil-data " " bil-hora
           display "Numeros:   " ws-numeros-exibe
           move bil-valor to ws-valor-exibe
           display "Valor:  R$ " ws-valor-exibe
           display "Situacao:  " ws-descricao-situacao

           display "               "
           if ws-sw-conferido = "S" then
               display "Resultado oficial de " resm-data ": "
                       ws-sorteados-exibe
               display "Acertos:   " ws-qtd-acertos "  "
                       ws-acertos-exibe
               display "Faixa:     " ws-faixa-premio
           end-if
           display ws-situacao-premio

           .
       exibir-bilhete-exit.
           exit.

      *>Imprime a segunda via do bilhete corrente em SEGUNDAVIA.TXT,
      *>uma apos a outra, com a marca SEGUNDA VIA e a data, a hora e
      *>o operador da reimpressao
       imprimir-segunda-via section.

           open extend arq-segunda-via
           if ws-fs-segunda-via = "35" then
               open output arq-segunda-via
           end-if

           if ws-fs-segunda-via <> "00" then
               display "Nao foi possivel gravar SEGUNDAVIA.TXT, "
                       "status: " ws-fs-segunda-via
               go to imprimir-segunda-via-exit
           end-if

           move function current-date(1:8) to ws-data-hoje
           move function current-date(9:6) to ws-hora-agora

           move all "-" to via-registro
           write via-registro

           move "BILHETE DE APOSTA  ***  SEGUNDA VIA  ***"
               to via-registro
           write via-registro

           move all "-" to via-registro
           write via-registro

           move spaces to via-registro
           string "BILHETE: "          delimited by size
                  bil-numero           delimited by size
                  "  ORIGEM: "         delimited by size
                  ws-descricao-origem  delimited by size
             into via-registro
           write via-registro

           move spaces to via-registro
           string "JOGADOR: "     delimited by size
                  bil-jogador     delimited by size
                  " "             delimited by size
                  ws-nome-jogador delimited by size
             into via-registro
           write via-registro

           move spaces to via-registro
           string "CONCURSO: "          delimited by size
                  bil-concurso          delimited by size
                  " "                   delimited by size
                  ws-descricao-concurso delimited by size
                  "  EMISSAO: "         delimited by size
                  bil-data      delimited by size
                  " "           delimited by size
                  bil-hora      delimited by size
             into via-registro
           write via-registro

           move spaces to via-registro
           string "NUMEROS: "      delimited by size
                  ws-numeros-exibe delimited by size
             into via-registro
           write via-registro

           move bil-valor to ws-valor-exibe
           move spaces to via-registro
           string "VALOR: R$ "          delimited by size
                  ws-valor-exibe        delimited by size
                  "  SITUACAO: "        delimited by size
                  ws-descricao-situacao delimited by size
             into via-registro
           write via-registro

           if ws-sw-conferido = "S" then
               move spaces to via-registro
               string "RESULTADO OFICIAL: " delimited by size
                      ws-sorteados-exibe    delimited by size
                 into via-registro
               write via-registro

               move spaces to via-registro
               string "ACERTOS: "     delimited by size
                      ws-qtd-acertos  delimited by size
                      "  FAIXA: "     delimited by size
                      ws-faixa-premio delimited by size
                 into via-registro
               write via-registro
           end-if

           move ws-situacao-premio to via-registro
           write via-registro

           move spaces to via-registro
           write via-registro

           move spaces to via-registro
           string "SEGUNDA VIA EMITIDA EM " delimited by size
                  ws-data-hoje              delimited by size
                  " "                       delimited by size
                  ws-hora-agora             delimited by size
                  " PELO OPERADOR "         delimited by size
                  ws-ope-id                 delimited by size
             into via-registro
           write via-registro

           move "DOCUMENTO SEM VALOR PARA RECEBIMENTO DE PREMIO."
               to via-registro
           write via-registro

           move all "-" to via-registro
           write via-registro

           close arq-segunda-via

           .
       imprimir-segunda-via-exit.
           exit.

      *>Grava em AUDITORIA.DAT uma linha com data, hora e a mensagem
      *>montada em ws-aud-msg
       grava-auditoria section.

      *>abre, grava e fecha a cada evento, como no jogo_loteria
           open extend arq-auditoria
           if ws-fs-auditoria = "35" then
               open output arq-auditoria
           end-if

           if ws-fs-auditoria <> "00" then
               display "Nao foi possivel gravar AUDITORIA.DAT, "
                       "status: " ws-fs-auditoria
               go to grava-auditoria-exit
           end-if

           initialize aud-registro

           move function current-date(1:8) to aud-data
           move function current-date(9:6) to aud-hora
           move ws-aud-msg                 to aud-mensagem
           move ws-ope-id                  to aud-operador

           write aud-registro
           close arq-auditoria

           .
       grava-auditoria-exit.
           exit.

      *>Login do operador: tres tentativas de id e senha contra o
      *>cadastro de operadores ativos; sem login nada e movimentado
       login-operador section.

           open input arq-operadores
           if ws-fs-operadores <> "00" then
               display "Cadastro de operadores indisponivel - "
                       "cadastre os operadores com "
                       "manutencao_operador."
               display "Login recusado - programa encerrado."
               stop run
           end-if

           move "N" to ws-sw-login-ok
           move 0   to ws-ope-tentativas

           perform until ws-sw-login-ok = "S"
                      or ws-ope-tentativas >= 3
               add 1 to ws-ope-tentativas

               display "Operador: "
               accept ws-ope-id
               display "Senha: "
               accept ws-ope-senha-informada

               move ws-ope-id to ope-id
               read arq-operadores

               if ws-fs-operadores = "00"
               and ope-status = "A"
               and ope-senha = ws-ope-senha-informada then
                   move "S"        to ws-sw-login-ok
                   move ope-nome   to ws-ope-nome
                   move ope-perfil to ws-ope-perfil
               else
                   display "Operador ou senha invalidos."
               end-if
           end-perform

           close arq-operadores

           if ws-sw-login-ok <> "S" then
               display "Login recusado - programa encerrado."
               stop run
           end-if

           display "Operador " ws-ope-id " - " ws-ope-nome

           .
       login-operador-exit.
           exit.

      *>-------------------------------------------------------------------------------------
       finaliza section.
           if ws-sw-bilhetes-ok = "S" then
               close arq-bilhetes
           end-if

           if ws-sw-mestre-ok = "S" then
               close arq-resultados-mestre
           end-if

           if ws-sw-jogadores-ok = "S" then
               close arq-jogadores
           end-if

           display "Consulta de bilhetes finalizada."

           stop run

           .
       finaliza-exit.
           exit.
