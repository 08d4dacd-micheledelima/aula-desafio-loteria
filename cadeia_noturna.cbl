      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "cadeia_noturna".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.

      *>Cadeia noturna de processamento: roda em sequencia, para a
      *>data do movimento, importa_resultado, conferencia_loteria,
      *>fechamento_diario e concilia_loteria e, quando a data e o
      *>ultimo dia do mes, fechamento_mensal e expurgo_loteria (corte
      *>no primeiro dia do mes fechado). Cada passo e gravado em
      *>CADEIA.DAT com inicio, fim, return-code e situacao: return-code
      *>0 e passo finalizado, 4 ou 8 e aviso (a cadeia segue) e 12 ou
      *>mais e falha - a cadeia para ali. Na execucao seguinte a
      *>cadeia interrompida e retomada, com a data dela, a partir do
      *>passo que falhou, sem repetir os passos ja finalizados, e so
      *>depois a data pedida e processada. As respostas que cada
      *>programa pede na tela (login da conferencia, data do
      *>fechamento, mes, data de corte) sao gravadas em CADEIA.IN
      *>antes de cada passo, e a saida dos programas vai para
      *>CADEIA.LOG. O resumo da noite sai no relatorio impresso
      *>CADEIA.TXT para o turno da manha. Somente o supervisor roda a
      *>cadeia, pois ela paga o rateio da conferencia e fecha o mes.
      *>Termina com return-code 0, 4 (passo com aviso) ou 12 (cadeia
      *>interrompida).

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arq-cadeia assign to "CADEIA.DAT"
               organization is indexed
               access mode is dynamic
               record key is cad-chave
               file status is ws-fs-cadeia.
           select arq-operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is ws-fs-operadores.
           select arq-respostas assign to "CADEIA.IN"
               organization is line sequential
               file status is ws-fs-respostas.
           select arq-log assign to "CADEIA.LOG"
               organization is line sequential
               file status is ws-fs-log.
           select arq-relatorio assign to "CADEIA.TXT"
               organization is line sequential
               file status is ws-fs-relatorio.
       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>controle dos passos de cada cadeia, por data e passo
       fd  arq-cadeia.
       copy "CADREG.CPY".

      *>cadastro de operadores, mantido por manutencao_operador - so e
      *>lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>respostas do passo corrente, redirecionadas para a entrada do
      *>programa executado
       fd  arq-respostas.
       01 resp-registro                             pic x(40).

      *>saida acumulada dos programas executados pela cadeia
       fd  arq-log.
       01 log-registro                              pic x(80).

      *>relatorio impresso do resumo da cadeia
       fd  arq-relatorio.
       01 rel-registro                              pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

      *>passos da cadeia na ordem de execucao; os marcados com "S" so
      *>rodam no ultimo dia do mes
       01 ws-passos.
           05 ws-passo occurs 6.
               10 ws-pas-programa                   pic x(20).
               10 ws-pas-fim-mes                    pic x(01).

       77 ws-qtd-passos                             pic 9(02)
                                                    value 6.

      *>operador identificado no login: o id vai carimbado em cada
      *>passo gravado e a senha e repassada ao login da conferencia
       01 ws-operador.
           05 ws-ope-id                             pic 9(04) value 0.
           05 ws-ope-nome                           pic x(20).
           05 ws-ope-perfil                         pic x(01).
           05 ws-ope-senha-informada                pic x(10).
           05 ws-ope-tentativas                     pic 9(01) value 0.
       77 ws-sw-login-ok                            pic x(01) value "N".

      *>cadeia corrente: data do movimento e datas de apoio para
      *>descobrir o ultimo dia do mes
       01 ws-cadeia.
           05 ws-data-movimento                     pic x(08).
           05 ws-data-cadeia                        pic x(08).
           05 ws-data-pendente                      pic x(08).
           05 ws-data-numerica                      pic 9(08).
           05 ws-data-seguinte                      pic 9(08).
           05 ws-dia-seguinte                       pic 9(02).
           05 ws-data-hoje                          pic x(08).

      *>execucao do passo corrente
       01 ws-execucao.
           05 ws-comando                            pic x(100).
           05 ws-retorno                            pic s9(09).
           05 ws-situacao-exibe                     pic x(12).
           05 ws-inicio-exibe                       pic x(08).
           05 ws-fim-exibe                          pic x(08).
           05 ws-hora-exibe                         pic x(08).
           05 ws-hora-editar                        pic x(06).

       01 ws-totais.
           05 ws-tot-executados                     pic 9(03)
                                                     value 0.
           05 ws-tot-finalizados                    pic 9(03)
                                                     value 0.
           05 ws-tot-avisos                         pic 9(03)
                                                     value 0.
           05 ws-tot-falhas                         pic 9(03)
                                                     value 0.
           05 ws-tot-ja-concluidos                  pic 9(03)
                                                     value 0.
           05 ws-tot-cadeias                        pic 9(03)
                                                     value 0.

      *>Controle do relatorio impresso, no mesmo formato do
      *>relatorio do lote do jogo_loteria
       01 ws-relatorio.
           05 ws-rel-linha                          pic x(80).
           05 ws-rel-data                           pic x(08).
           05 ws-rel-hora                           pic x(06).
           05 ws-rel-pagina                         pic 9(04)
                                                    value 0.
           05 ws-rel-qtd-linhas                     pic 9(02)
                                                    value 99.
           05 ws-rel-max-linhas                     pic 9(02)
                                                    value 56.

       77 ws-ind-passo                              pic 9(02).
       77 ws-passo-falha                            pic 9(02) value 0.
       77 ws-programa-falha                         pic x(20).
       77 ws-data-falha                             pic x(08).
       77 ws-sw-fim-mes                             pic x(01).
       77 ws-sw-falha                               pic x(01)
                                                    value "N".
       77 ws-sw-pendente                            pic x(01).
       77 ws-sw-passo-existe                        pic x(01).
       77 ws-sw-cadeia-ok                           pic x(01)
                                                    value "N".
       77 ws-sw-relatorio-ok                        pic x(01)
                                                    value "N".
       77 ws-retorno-exibe                          pic zz9.

       77 ws-fs-cadeia                              pic x(02).
       77 ws-fs-operadores                          pic x(02).
       77 ws-fs-respostas                           pic x(02).
       77 ws-fs-log                                 pic x(02).
       77 ws-fs-relatorio                           pic x(02).

       procedure division.

           perform login-operador.
           perform inicializa.
           perform retomar-pendentes.
           perform processar-data.
           perform imprime-resumo.
           perform finaliza.

      *>Escolha da data do movimento, abertura do controle dos passos
      *>e do relatorio. Em branco (so ENTER) processa o dia de hoje.
       inicializa section.

           move "importa_resultado"   to ws-pas-programa(1)
           move "N"                   to ws-pas-fim-mes(1)
           move "conferencia_loteria" to ws-pas-programa(2)
           move "N"                   to ws-pas-fim-mes(2)
           move "fechamento_diario"   to ws-pas-programa(3)
           move "N"                   to ws-pas-fim-mes(3)
           move "concilia_loteria"    to ws-pas-programa(4)
           move "N"                   to ws-pas-fim-mes(4)
           move "fechamento_mensal"   to ws-pas-programa(5)
           move "S"                   to ws-pas-fim-mes(5)
           move "expurgo_loteria"     to ws-pas-programa(6)
           move "S"                   to ws-pas-fim-mes(6)

           display "Data do movimento (AAAAMMDD, vazio = hoje): "
           accept ws-data-movimento

           move function current-date(1:8) to ws-data-hoje
           if ws-data-movimento = spaces then
               move ws-data-hoje to ws-data-movimento
           end-if

      *>uma data futura faria o fechamento_diario recusar o dia e a
      *>cadeia ficaria parada esperando por ela
           if ws-data-movimento is not numeric
           or ws-data-movimento > ws-data-hoje then
               display "Data do movimento invalida: "
                       ws-data-movimento
               move 12 to return-code
               stop run
           end-if

           open i-o arq-cadeia
           if ws-fs-cadeia = "35" then
               open output arq-cadeia
               close arq-cadeia
               open i-o arq-cadeia
           end-if

           if ws-fs-cadeia <> "00" then
               display "Nao foi possivel abrir CADEIA.DAT, status: "
                       ws-fs-cadeia
               display "Cadeia nao executada - sem o controle dos "
                       "passos nao ha como retomar."
               move 12 to return-code
               stop run
           end-if

           move "S" to ws-sw-cadeia-ok

           open output arq-relatorio
           if ws-fs-relatorio <> "00" then
               display "Nao foi possivel gravar CADEIA.TXT, status: "
                       ws-fs-relatorio
           else
               move "S" to ws-sw-relatorio-ok
               move function current-date(1:8) to ws-rel-data
               move function current-date(9:6) to ws-rel-hora
           end-if

           .
       inicializa-exit.
           exit.

      *>Retoma as cadeias de datas anteriores que ficaram com passo
      *>pendente, em falha ou caido no meio da execucao, da mais
      *>antiga para a mais nova; se uma delas falhar de novo a noite
      *>para ali, sem pular para a data seguinte
       retomar-pendentes section.

           move "S" to ws-sw-pendente

           perform until ws-sw-pendente = "N"
                      or ws-sw-falha = "S"
               perform localizar-pendente

               if ws-sw-pendente = "S" then
                   display "Retomando a cadeia de " ws-data-pendente
                           " interrompida."
                   move ws-data-pendente to ws-data-cadeia
                   perform executar-cadeia
               end-if
           end-perform

           .
       retomar-pendentes-exit.
           exit.

      *>Procura no controle a data mais antiga, anterior a data do
      *>movimento, que tenha algum passo nao finalizado
       localizar-pendente section.

           move "N" to ws-sw-pendente

           move low-values to cad-chave
           start arq-cadeia key > cad-chave
           end-start

           perform until ws-fs-cadeia <> "00"
                      or ws-sw-pendente = "S"
               read arq-cadeia next
                   at end move "10" to ws-fs-cadeia
               end-read

               if ws-fs-cadeia = "00" then
                   if cad-data-movimento >= ws-data-movimento then
                       move "10" to ws-fs-cadeia
                   else
                       if cad-situacao = "P"
                       or cad-situacao = "E"
                       or cad-situacao = "X" then
                           move "S" to ws-sw-pendente
                           move cad-data-movimento
                               to ws-data-pendente
                       end-if
                   end-if
               end-if
           end-perform

           move "00" to ws-fs-cadeia

           .
       localizar-pendente-exit.
           exit.

      *>Processa a cadeia da data pedida, se as pendentes anteriores
      *>terminaram bem
       processar-data section.

           if ws-sw-falha = "S" then
               display "Cadeia de " ws-data-movimento " nao iniciada - "
                       "a cadeia de " ws-data-falha " continua "
                       "interrompida."
               go to processar-data-exit
           end-if

           move ws-data-movimento to ws-data-cadeia
           perform executar-cadeia

           .
       processar-data-exit.
           exit.

      *>Executa os passos da cadeia de ws-data-cadeia: registra todos
      *>como pendentes e roda em ordem, pulando os ja finalizados e
      *>parando no primeiro que falhar
       executar-cadeia section.

           add 1 to ws-tot-cadeias
           perform verificar-fim-mes

           display "               "
           display "----- Cadeia noturna de " ws-data-cadeia " -----"
           if ws-sw-fim-mes = "S" then
               display "Ultimo dia do mes - inclui fechamento mensal "
                       "e expurgo."
           end-if

           move 1 to ws-ind-passo
           perform until ws-ind-passo > ws-qtd-passos
               if ws-pas-fim-mes(ws-ind-passo) = "N"
               or ws-sw-fim-mes = "S" then
                   perform registrar-pendente
               end-if
               add 1 to ws-ind-passo
           end-perform

           move 1 to ws-ind-passo
           perform until ws-ind-passo > ws-qtd-passos
                      or ws-sw-falha = "S"
               if ws-pas-fim-mes(ws-ind-passo) = "N"
               or ws-sw-fim-mes = "S" then
                   perform executar-passo
               end-if
               add 1 to ws-ind-passo
           end-perform

           .
       executar-cadeia-exit.
           exit.

      *>A data e o ultimo dia do mes quando o dia seguinte e dia 1
       verificar-fim-mes section.

           move ws-data-cadeia to ws-data-numerica
           compute ws-data-seguinte = function date-of-integer(
                   function integer-of-date(ws-data-numerica) + 1)
           move ws-data-seguinte(7:2) to ws-dia-seguinte

           if ws-dia-seguinte = 1 then
               move "S" to ws-sw-fim-mes
           else
               move "N" to ws-sw-fim-mes
           end-if

           .
       verificar-fim-mes-exit.
           exit.

      *>Grava o passo como pendente quando ainda nao tem registro -
      *>assim uma cadeia interrompida deixa visiveis os passos que
      *>nem chegaram a rodar
       registrar-pendente section.

           move ws-data-cadeia to cad-data-movimento
           move ws-ind-passo   to cad-passo
           read arq-cadeia

           if ws-fs-cadeia = "00" then
               go to registrar-pendente-exit
           end-if

           initialize cad-registro
           move ws-data-cadeia to cad-data-movimento
           move ws-ind-passo   to cad-passo
           move ws-pas-programa(ws-ind-passo) to cad-programa
           move "P"            to cad-situacao
           move ws-ope-id      to cad-operador

           write cad-registro
           if ws-fs-cadeia <> "00" then
               display "Erro ao gravar o passo " ws-ind-passo
                       " em CADEIA.DAT, status: " ws-fs-cadeia
           end-if

           .
       registrar-pendente-exit.
           exit.

      *>Executa um passo: o registro passa a "E" antes de o programa
      *>rodar (uma queda no meio deixa o passo para ser retomado) e
      *>recebe o fim, o return-code e a situacao quando ele termina
       executar-passo section.

           move ws-data-cadeia to cad-data-movimento
           move ws-ind-passo   to cad-passo
           read arq-cadeia

           if ws-fs-cadeia = "00" then
               move "S" to ws-sw-passo-existe
               if cad-situacao = "F" or cad-situacao = "A" then
                   add 1 to ws-tot-ja-concluidos
                   move "JA CONCLUIDO" to ws-situacao-exibe
                   display "Passo " ws-ind-passo " " cad-programa
                           " ja concluido em " cad-fim-data " - "
                           "nao repetido."
                   perform imprime-passo
                   go to executar-passo-exit
               end-if
           else
               move "N" to ws-sw-passo-existe
               initialize cad-registro
               move ws-data-cadeia to cad-data-movimento
               move ws-ind-passo   to cad-passo
           end-if

           move ws-pas-programa(ws-ind-passo) to cad-programa
           move "E"                         to cad-situacao
           move function current-date(1:8)  to cad-inicio-data
           move function current-date(9:6)  to cad-inicio-hora
           move spaces                      to cad-fim-data
           move spaces                      to cad-fim-hora
           move 0                           to cad-retorno
           add 1                            to cad-tentativas
           move ws-ope-id                   to cad-operador

           if ws-sw-passo-existe = "S" then
               rewrite cad-registro
           else
               write cad-registro
           end-if

           if ws-fs-cadeia <> "00" then
               display "Erro ao registrar o passo " ws-ind-passo
                       " em CADEIA.DAT, status: " ws-fs-cadeia
               move "S"          to ws-sw-falha
               move ws-ind-passo to ws-passo-falha
               move ws-pas-programa(ws-ind-passo) to ws-programa-falha
               move ws-data-cadeia to ws-data-falha
               go to executar-passo-exit
           end-if

           display "Passo " ws-ind-passo " " cad-programa
                   " iniciado as " cad-inicio-hora

           perform gravar-respostas
           perform gravar-log-passo

           move spaces to ws-comando
           string "./"                          delimited by size
                  ws-pas-programa(ws-ind-passo) delimited by space
                  " < CADEIA.IN >> CADEIA.LOG 2>&1"
                                                delimited by size
             into ws-comando

           move 0 to return-code
           call "SYSTEM" using ws-comando
           move return-code to ws-retorno
           move 0 to return-code

      *>o shell pode devolver o status no formato do wait, com o
      *>return-code do programa no byte alto
           if ws-retorno > 255 then
               divide ws-retorno by 256 giving ws-retorno
           end-if

      *>a senha repassada a conferencia nao fica no disco
           perform limpar-respostas

           move ws-data-cadeia to cad-data-movimento
           move ws-ind-passo   to cad-passo
           read arq-cadeia

           move function current-date(1:8) to cad-fim-data
           move function current-date(9:6) to cad-fim-hora
           if ws-retorno < 0 or ws-retorno > 999 then
               move 999 to cad-retorno
           else
               move ws-retorno to cad-retorno
           end-if

           add 1 to ws-tot-executados

           evaluate true
               when ws-retorno = 0
                   move "F" to cad-situacao
                   move "CONCLUIDO" to ws-situacao-exibe
                   add 1 to ws-tot-finalizados
               when ws-retorno > 0 and ws-retorno < 12
                   move "A" to cad-situacao
                   move "AVISO" to ws-situacao-exibe
                   add 1 to ws-tot-avisos
               when other
                   move "X" to cad-situacao
                   move "FALHA" to ws-situacao-exibe
                   add 1 to ws-tot-falhas
                   move "S"          to ws-sw-falha
                   move ws-ind-passo to ws-passo-falha
                   move ws-pas-programa(ws-ind-passo)
                       to ws-programa-falha
                   move ws-data-cadeia to ws-data-falha
           end-evaluate

      *>passo sem o fim registrado continuaria "E" em CADEIA.DAT e
      *>seria retomado de novo a cada execucao: a cadeia para aqui
           rewrite cad-registro
           if ws-fs-cadeia <> "00" then
               display "Erro ao registrar o fim do passo "
                       ws-ind-passo " em CADEIA.DAT, status: "
                       ws-fs-cadeia
               if ws-sw-falha <> "S" then
                   add 1 to ws-tot-falhas
               end-if
               move "FALHA"      to ws-situacao-exibe
               move "S"          to ws-sw-falha
               move ws-ind-passo to ws-passo-falha
               move ws-pas-programa(ws-ind-passo) to ws-programa-falha
               move ws-data-cadeia to ws-data-falha
           end-if

           move cad-retorno to ws-retorno-exibe
           display "Passo " ws-ind-passo " " cad-programa
                   " terminou as " cad-fim-hora " - return-code "
                   ws-retorno-exibe " - " ws-situacao-exibe

           perform imprime-passo

           .
       executar-passo-exit.
           exit.

      *>Grava em CADEIA.IN as respostas que o programa do passo pede
      *>na tela, na ordem em que ele pede
       gravar-respostas section.

           open output arq-respostas
           if ws-fs-respostas <> "00" then
               display "Nao foi possivel gravar CADEIA.IN, status: "
                       ws-fs-respostas
               go to gravar-respostas-exit
           end-if

           evaluate ws-pas-programa(ws-ind-passo)
               when "conferencia_loteria"
                   move spaces to resp-registro
                   move ws-ope-id to resp-registro(1:4)
                   write resp-registro
                   move ws-ope-senha-informada to resp-registro
                   write resp-registro
                   move "0" to resp-registro
                   write resp-registro
               when "fechamento_diario"
                   move ws-data-cadeia to resp-registro
                   write resp-registro
                   move "S" to resp-registro
                   write resp-registro
               when "fechamento_mensal"
                   move ws-data-cadeia(1:6) to resp-registro
                   write resp-registro
               when "expurgo_loteria"
                   move spaces to resp-registro
                   move ws-data-cadeia(1:6) to resp-registro(1:6)
                   move "01"                to resp-registro(7:2)
                   write resp-registro
           end-evaluate

           close arq-respostas

           .
       gravar-respostas-exit.
           exit.

      *>Esvazia CADEIA.IN depois do passo
       limpar-respostas section.

           open output arq-respostas
           if ws-fs-respostas = "00" then
               close arq-respostas
           end-if

           .
       limpar-respostas-exit.
           exit.

      *>Separa no CADEIA.LOG a saida de cada passo, com data, passo
      *>e hora de inicio
       gravar-log-passo section.

           open extend arq-log
           if ws-fs-log = "35" then
               open output arq-log
           end-if

           if ws-fs-log <> "00" then
               go to gravar-log-passo-exit
           end-if

           move spaces to log-registro
           string "===== CADEIA "   delimited by size
                  ws-data-cadeia    delimited by size
                  " PASSO "         delimited by size
                  ws-ind-passo      delimited by size
                  " "               delimited by size
                  cad-programa      delimited by space
                  " INICIO "        delimited by size
                  cad-inicio-data   delimited by size
                  " "               delimited by size
                  cad-inicio-hora   delimited by size
                  " ====="          delimited by size
             into log-registro
           write log-registro

           close arq-log

           .
       gravar-log-passo-exit.
           exit.

      *>Imprime a linha do passo corrente (cad-registro) no relatorio
       imprime-passo section.

           move cad-inicio-hora to ws-hora-editar
           perform editar-hora
           move ws-hora-exibe to ws-inicio-exibe

           move cad-fim-hora to ws-hora-editar
           perform editar-hora
           move ws-hora-exibe to ws-fim-exibe

           move cad-retorno to ws-retorno-exibe

           move spaces to ws-rel-linha
           string cad-data-movimento delimited by size
                  " "                delimited by size
                  cad-passo          delimited by size
                  " "                delimited by size
                  cad-programa       delimited by size
                  " "                delimited by size
                  ws-inicio-exibe    delimited by size
                  " "                delimited by size
                  ws-fim-exibe       delimited by size
                  " "                delimited by size
                  ws-retorno-exibe   delimited by size
                  " "                delimited by size
                  ws-situacao-exibe  delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           .
       imprime-passo-exit.
           exit.

      *>Edita ws-hora-editar (HHMMSS) como HH:MM:SS em ws-hora-exibe
       editar-hora section.

           move spaces to ws-hora-exibe
           if ws-hora-editar = spaces then
               go to editar-hora-exit
           end-if

           string ws-hora-editar(1:2) delimited by size
                  ":"                 delimited by size
                  ws-hora-editar(3:2) delimited by size
                  ":"                 delimited by size
                  ws-hora-editar(5:2) delimited by size
             into ws-hora-exibe

           .
       editar-hora-exit.
           exit.

      *>Grava uma linha no relatorio, abrindo pagina nova com
      *>cabecalho quando a atual enche
       gravar-linha-relatorio section.

           if ws-sw-relatorio-ok <> "S" then
               go to gravar-linha-relatorio-exit
           end-if

           if ws-rel-qtd-linhas >= ws-rel-max-linhas then
               perform cabecalho-relatorio
           end-if

           write rel-registro from ws-rel-linha
           add 1 to ws-rel-qtd-linhas

           .
       gravar-linha-relatorio-exit.
           exit.

      *>Cabecalho de pagina do relatorio, com data, hora e numero da
      *>pagina
       cabecalho-relatorio section.

           add 1 to ws-rel-pagina

           move all "-" to rel-registro
           write rel-registro

           move spaces to rel-registro
           string "CADEIA NOTURNA - RESUMO DA EXECUCAO"
                  delimited by size
             into rel-registro
           write rel-registro

           move spaces to rel-registro
           string "DATA: "      delimited by size
                  ws-rel-data   delimited by size
                  "  HORA: "    delimited by size
                  ws-rel-hora   delimited by size
                  "  PAGINA: "  delimited by size
                  ws-rel-pagina delimited by size
                  "  OPERADOR: " delimited by size
                  ws-ope-id     delimited by size
             into rel-registro
           write rel-registro

           move spaces to rel-registro
           string "MOVIMENTO PS PROGRAMA             INICIO   FIM"
                  delimited by size
                  "      RET SITUACAO"
                  delimited by size
             into rel-registro
           write rel-registro

           move all "-" to rel-registro
           write rel-registro

           move 5 to ws-rel-qtd-linhas

           .
       cabecalho-relatorio-exit.
           exit.

      *>Rodape do relatorio e resumo na tela para o turno da manha
       imprime-resumo section.

           if ws-tot-cadeias = 0 then
               move "NENHUMA CADEIA EXECUTADA." to ws-rel-linha
               perform gravar-linha-relatorio
           end-if

           move all "-" to ws-rel-linha
           perform gravar-linha-relatorio

           move spaces to ws-rel-linha
           string "PASSOS EXECUTADOS: "  delimited by size
                  ws-tot-executados      delimited by size
                  "  CONCLUIDOS: "       delimited by size
                  ws-tot-finalizados     delimited by size
                  "  AVISOS: "           delimited by size
                  ws-tot-avisos          delimited by size
                  "  FALHAS: "           delimited by size
                  ws-tot-falhas          delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move spaces to ws-rel-linha
           string "PASSOS JA CONCLUIDOS ANTES, NAO REPETIDOS: "
                                         delimited by size
                  ws-tot-ja-concluidos   delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           if ws-sw-falha = "S" then
               move spaces to ws-rel-linha
               string "CADEIA DE "       delimited by size
                      ws-data-falha      delimited by size
                      " INTERROMPIDA NO PASSO " delimited by size
                      ws-passo-falha     delimited by size
                      " - "              delimited by size
                      ws-programa-falha  delimited by space
                      " (VEJA CADEIA.LOG)" delimited by size
                 into ws-rel-linha
               perform gravar-linha-relatorio

               move spaces to ws-rel-linha
               string "CORRIJA A CAUSA E RODE A CADEIA DE NOVO: ELA "
                                         delimited by size
                      "RETOMA A PARTIR DESTE PASSO."
                                         delimited by size
                 into ws-rel-linha
               perform gravar-linha-relatorio
           end-if

           display "               "
           display "----- Cadeia noturna -----"
           display "Cadeias processadas:           " ws-tot-cadeias
           display "Passos executados:             " ws-tot-executados
           display "Passos concluidos:             " ws-tot-finalizados
           display "Passos com aviso:              " ws-tot-avisos
           display "Passos com falha:              " ws-tot-falhas
           display "Passos ja concluidos antes:    "
                   ws-tot-ja-concluidos

           if ws-sw-falha = "S" then
               display "Cadeia de " ws-data-falha " interrompida no "
                       "passo " ws-passo-falha " - "
                       ws-programa-falha
               display "Corrija a causa (veja CADEIA.LOG) e rode a "
                       "cadeia de novo para retomar."
           end-if

           .
       imprime-resumo-exit.
           exit.

      *>Login do operador: tres tentativas de id e senha contra o
      *>cadastro de operadores ativos; a cadeia e so do supervisor
       login-operador section.

           open input arq-operadores
           if ws-fs-operadores <> "00" then
               display "Cadastro de operadores indisponivel - "
                       "cadastre os operadores com "
                       "manutencao_operador."
               display "Login recusado - programa encerrado."
               move 12 to return-code
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
               move 12 to return-code
               stop run
           end-if

           display "Operador " ws-ope-id " - " ws-ope-nome

           if ws-ope-perfil <> "S" then
               display "Cadeia noturna permitida somente ao "
                       "supervisor."
               move 12 to return-code
               stop run
           end-if

           .
       login-operador-exit.
           exit.

      *>Fechamento dos arquivos; o return-code da cadeia sai para o
      *>agendador: 12 interrompida, 4 com aviso, 0 normal
       finaliza section.

           if ws-sw-cadeia-ok = "S" then
               close arq-cadeia
           end-if

           if ws-sw-relatorio-ok = "S" then
               close arq-relatorio
           end-if

           if ws-sw-falha = "S" then
               move 12 to return-code
               display "Cadeia noturna interrompida."
           else
               if ws-tot-avisos > 0 then
                   move 4 to return-code
                   display "Cadeia noturna finalizada com avisos."
               else
                   move 0 to return-code
                   display "Cadeia noturna finalizada."
               end-if
           end-if

           stop run

           .
       finaliza-exit.
           exit.
