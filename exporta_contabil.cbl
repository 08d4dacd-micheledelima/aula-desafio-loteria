      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "exporta_contabil".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.

      *>Interface contabil: le os dias fechados de FECHADIA.DAT em
      *>uma faixa de datas e gera o arquivo de lancamentos para a
      *>contabilidade (layout fixo em LANREG.CPY), em vez de a
      *>contabilidade redigitar a saida do fechamento_diario. Cada
      *>dia gera um lancamento por tipo de movimento do
      *>FINANCEIRO.DAT totalizado no fechamento - arrecadacao,
      *>estorno, premio pago, imposto retido, deposito e saque - e
      *>mais o fundo de premios do dia (a fatia da arrecadacao
      *>liquida pelo percentual de rateio da tabela de precos
      *>vigente), com a conta a debito, a conta a credito e o
      *>historico do plano de contas (PLANOCTA.DAT, mantido por
      *>manutencao_plano_contas). So sai dia com fechamento
      *>registrado, que e imutavel; cada dia exportado fica marcado
      *>em EXPCONTAB.DAT e nunca e enviado de novo. O arquivo sai
      *>com nome datado (CONTAB-AAAAMMDD-HHMMSS.TXT, montado em tempo
      *>de execucao pela variavel de ambiente DD_ARQCONTAB), com
      *>cabecalho e rodape de controle. Termina com return-code 8
      *>quando algum dia ficou de fora por categoria sem conta no
      *>plano e 12 quando o arquivo nao pode ser gerado.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arq-fechamentos assign to "FECHADIA.DAT"
               organization is indexed
               access mode is dynamic
               record key is fec-data
               file status is ws-fs-fechamentos.
           select arq-plano-contas assign to "PLANOCTA.DAT"
               organization is indexed
               access mode is dynamic
               record key is pct-categoria
               file status is ws-fs-plano-contas.
           select arq-parametros assign to "PARAMFIN.DAT"
               organization is indexed
               access mode is dynamic
               record key is par-vigencia
               file status is ws-fs-parametros.
           select arq-exportados assign to "EXPCONTAB.DAT"
               organization is indexed
               access mode is dynamic
               record key is exp-data
               file status is ws-fs-exportados.
           select arq-lancamentos assign to "ARQCONTAB"
               organization is line sequential
               file status is ws-fs-lancamentos.
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

      *>fechamentos diarios registrados - a fonte dos lancamentos
       fd  arq-fechamentos.
       copy "FECREG.CPY".

      *>contas de cada categoria
       fd  arq-plano-contas.
       copy "PCTREG.CPY".

      *>tabela de precos vigente, para o percentual do fundo
       fd  arq-parametros.
       copy "PARREG.CPY".

      *>dias ja enviados a contabilidade
       fd  arq-exportados.
       copy "EXPREG.CPY".

      *>arquivo de lancamentos enviado a contabilidade
       fd  arq-lancamentos.
       copy "LANREG.CPY".

      *>cadastro de operadores, mantido por manutencao_operador - so e
      *>lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

      *>plano de contas carregado na memoria, na ordem das categorias
      *>de ws-categorias
       01 ws-categorias                             pic x(07)
                                                    value "AEPIDSF".
       01 ws-plano.
           05 ws-pln-categoria occurs 7.
               10 ws-pln-cadastrada                 pic x(01).
               10 ws-pln-conta-debito               pic x(15).
               10 ws-pln-conta-credito              pic x(15).
               10 ws-pln-historico                  pic x(25).

      *>valor de cada categoria no dia corrente, na mesma ordem
       01 ws-valores-dia.
           05 ws-val-categoria occurs 7             pic 9(11)v99.

      *>dias exportados nesta execucao: so sao marcados em
      *>EXPCONTAB.DAT depois que o rodape do arquivo foi gravado
       01 ws-exportados.
           05 ws-exportado occurs 366.
               10 ws-exp-data                       pic x(08).
               10 ws-exp-qtd-lancamentos            pic 9(04).
               10 ws-exp-valor                      pic 9(11)v99.

       01 ws-totais.
           05 ws-qtd-dias                           pic 9(04)
                                                     value 0.
           05 ws-qtd-lancamentos                    pic 9(06)
                                                     value 0.
           05 ws-qtd-registros                      pic 9(06)
                                                     value 0.
           05 ws-qtd-ja-exportados                  pic 9(04)
                                                     value 0.
           05 ws-qtd-recusados                      pic 9(04)
                                                     value 0.
           05 ws-tot-debitos                        pic 9(13)v99
                                                     value 0.
           05 ws-tot-creditos                       pic 9(13)v99
                                                     value 0.

      *>fundo de premios do dia: percentual de rateio da tabela
      *>vigente, com o mesmo percentual de reserva da conferencia
      *>para tabela ausente ou gravada sem os percentuais
       01 ws-fundo.
           05 ws-fun-perc-reserva                   pic 9(03)v99
                                                    value 45.
           05 ws-fun-perc-rateio                    pic 9(03)v99.
           05 ws-fun-base                           pic s9(11)v99.
           05 ws-fun-vigencia-achada                pic x(08).

      *>operador identificado no login: o id vai carimbado em cada
      *>dia marcado como exportado
       01 ws-operador.
           05 ws-ope-id                             pic 9(04) value 0.
           05 ws-ope-nome                           pic x(20).
           05 ws-ope-perfil                         pic x(01).
           05 ws-ope-senha-informada                pic x(10).
           05 ws-ope-tentativas                     pic 9(01) value 0.
       77 ws-sw-login-ok                            pic x(01) value "N".

       77 ws-data-inicial                           pic x(08).
       77 ws-data-final                             pic x(08).
       77 ws-data-geracao                           pic x(08).
       77 ws-hora-geracao                           pic x(06).
       77 ws-nome-arquivo                           pic x(40).
       77 ws-historico                              pic x(40).
       77 ws-ind-categoria                          pic 9(02).
       77 ws-ind-dia                                pic 9(04).
       77 ws-qtd-lancamentos-dia                    pic 9(04).
       77 ws-valor-dia                              pic 9(11)v99.
       77 ws-sw-tabela-achada                       pic x(01).
       77 ws-sw-dia-ok                              pic x(01).
       77 ws-sw-tabela-cheia                        pic x(01)
                                                    value "N".
       77 ws-valor-exibe                            pic zz.zzz.zzz.zz9,99.

       77 ws-fs-fechamentos                         pic x(02).
       77 ws-fs-plano-contas                        pic x(02).
       77 ws-fs-parametros                          pic x(02).
       77 ws-fs-exportados                          pic x(02).
       77 ws-fs-lancamentos                         pic x(02).
       77 ws-fs-operadores                          pic x(02).

       procedure division.

           perform login-operador.
           perform inicializa.
           perform exportar-dias.
           perform gravar-rodape.
           perform marcar-exportados.
           perform imprime-exportacao.
           perform finaliza.

      *>Escolha da faixa de datas, carga do plano de contas e
      *>abertura dos arquivos. Data final vazia exporta so a inicial.
       inicializa section.

           display "Data inicial da exportacao (AAAAMMDD): "
           accept ws-data-inicial
           display "Data final (AAAAMMDD, vazio = a mesma): "
           accept ws-data-final

           if ws-data-final = spaces then
               move ws-data-inicial to ws-data-final
           end-if

           if ws-data-inicial is not numeric
           or ws-data-final   is not numeric
           or ws-data-final < ws-data-inicial then
               display "Faixa de datas invalida."
               move 12 to return-code
               stop run
           end-if

           open input arq-fechamentos
           if ws-fs-fechamentos <> "00" then
               display "Nao foi possivel abrir FECHADIA.DAT, status: "
                       ws-fs-fechamentos
               move 12 to return-code
               stop run
           end-if

           perform carregar-plano

           open input arq-parametros

           open i-o arq-exportados
           if ws-fs-exportados = "35" then
               open output arq-exportados
               close arq-exportados
               open i-o arq-exportados
           end-if

      *>sem o controle dos dias exportados nada sai - um dia poderia
      *>ser enviado duas vezes
           if ws-fs-exportados <> "00" then
               display "Nao foi possivel abrir EXPCONTAB.DAT, status: "
                       ws-fs-exportados
               move 12 to return-code
               stop run
           end-if

           move function current-date(1:8) to ws-data-geracao
           move function current-date(9:6) to ws-hora-geracao

           move spaces to ws-nome-arquivo
           string "CONTAB-"        delimited by size
                  ws-data-geracao  delimited by size
                  "-"              delimited by size
                  ws-hora-geracao  delimited by size
                  ".TXT"           delimited by size
             into ws-nome-arquivo
           set environment "DD_ARQCONTAB" to ws-nome-arquivo

           open output arq-lancamentos
           if ws-fs-lancamentos <> "00" then
               display "Nao foi possivel gravar " ws-nome-arquivo
                       ", status: " ws-fs-lancamentos
               move 12 to return-code
               stop run
           end-if

           initialize lan-cabecalho
           add 1 to ws-qtd-registros
           move "0"                to lan-cab-tipo-registro
           move ws-data-geracao    to lan-cab-data-geracao
           move ws-hora-geracao    to lan-cab-hora-geracao
           move ws-data-inicial    to lan-cab-data-inicial
           move ws-data-final      to lan-cab-data-final
           move "LOTERIA"          to lan-cab-sistema
           move ws-qtd-registros   to lan-cab-sequencia
           write lan-cabecalho

           .
       inicializa-exit.
           exit.

      *>Carrega as contas de cada categoria; categoria sem registro
      *>no plano impede a exportacao dos dias em que ela movimentou
       carregar-plano section.

           open input arq-plano-contas

           move 1 to ws-ind-categoria
           perform until ws-ind-categoria > 7
               move "N" to ws-pln-cadastrada(ws-ind-categoria)

               if ws-fs-plano-contas = "00" then
                   move ws-categorias(ws-ind-categoria:1)
                       to pct-categoria
                   read arq-plano-contas
                   if ws-fs-plano-contas = "00" then
                       move "S" to ws-pln-cadastrada(ws-ind-categoria)
                       move pct-conta-debito
                           to ws-pln-conta-debito(ws-ind-categoria)
                       move pct-conta-credito
                           to ws-pln-conta-credito(ws-ind-categoria)
                       move pct-historico
                           to ws-pln-historico(ws-ind-categoria)
                   end-if
                   move "00" to ws-fs-plano-contas
               end-if

               add 1 to ws-ind-categoria
           end-perform

           if ws-fs-plano-contas = "00" then
               close arq-plano-contas
           else
               display "PLANOCTA.DAT indisponivel (status "
                       ws-fs-plano-contas ") - cadastre as contas com "
                       "manutencao_plano_contas."
           end-if

           .
       carregar-plano-exit.
           exit.

      *>Percorre os dias fechados da faixa pela chave
       exportar-dias section.

           move ws-data-inicial to fec-data
           start arq-fechamentos key >= fec-data
           end-start

           perform until ws-fs-fechamentos <> "00"
               read arq-fechamentos next
                   at end move "10" to ws-fs-fechamentos
               end-read

               if ws-fs-fechamentos = "00" then
                   if fec-data > ws-data-final then
                       move "10" to ws-fs-fechamentos
                   else
                       perform exportar-dia
                   end-if
               end-if
           end-perform

           move "00" to ws-fs-fechamentos

           .
       exportar-dias-exit.
           exit.

      *>Gera os lancamentos do dia fechado corrente (fec-registro),
      *>se ele ainda nao foi enviado e todas as categorias que
      *>movimentaram tem conta no plano
       exportar-dia section.

           move fec-data to exp-data
           read arq-exportados
           if ws-fs-exportados = "00" then
               add 1 to ws-qtd-ja-exportados
               display "Dia " fec-data " ja exportado em "
                       exp-data-exportacao " (" exp-arquivo
                       ") - nao enviado de novo."
               go to exportar-dia-exit
           end-if
           move "00" to ws-fs-exportados

           if ws-sw-tabela-cheia = "S" then
               go to exportar-dia-exit
           end-if

           if ws-qtd-dias >= 366 then
               move "S" to ws-sw-tabela-cheia
               display "Limite de 366 dias por arquivo atingido - "
                       "exporte os dias a partir de " fec-data
                       " em outra execucao."
               move 8 to return-code
               go to exportar-dia-exit
           end-if

           perform calcular-fundo

           move fec-tot-arrecadado to ws-val-categoria(1)
           move fec-tot-estornos   to ws-val-categoria(2)
           move fec-tot-pago       to ws-val-categoria(3)
           move fec-tot-impostos   to ws-val-categoria(4)
           move fec-tot-depositos  to ws-val-categoria(5)
           move fec-tot-saques     to ws-val-categoria(6)

      *>um lancamento faltando deixaria o dia desbalanceado na
      *>contabilidade - o dia inteiro fica para depois
           move "S" to ws-sw-dia-ok
           move 1 to ws-ind-categoria
           perform until ws-ind-categoria > 7
               if ws-val-categoria(ws-ind-categoria) > 0
               and ws-pln-cadastrada(ws-ind-categoria) <> "S" then
                   move "N" to ws-sw-dia-ok
                   display "Dia " fec-data " nao exportado: categoria "
                           ws-categorias(ws-ind-categoria:1)
                           " sem conta no plano de contas."
               end-if
               add 1 to ws-ind-categoria
           end-perform

           if ws-sw-dia-ok <> "S" then
               add 1 to ws-qtd-recusados
               move 8 to return-code
               go to exportar-dia-exit
           end-if

           move 0 to ws-qtd-lancamentos-dia
           move 0 to ws-valor-dia

           move 1 to ws-ind-categoria
           perform until ws-ind-categoria > 7
               if ws-val-categoria(ws-ind-categoria) > 0 then
                   perform gravar-lancamento
               end-if
               add 1 to ws-ind-categoria
           end-perform

           add 1 to ws-qtd-dias
           move fec-data               to ws-exp-data(ws-qtd-dias)
           move ws-qtd-lancamentos-dia
               to ws-exp-qtd-lancamentos(ws-qtd-dias)
           move ws-valor-dia           to ws-exp-valor(ws-qtd-dias)

           .
       exportar-dia-exit.
           exit.

      *>Fundo de premios do dia: percentual de rateio da tabela
      *>vigente sobre a arrecadacao descontados os estornos
       calcular-fundo section.

           move ws-fun-perc-reserva to ws-fun-perc-rateio
           move "N"    to ws-sw-tabela-achada
           move spaces to ws-fun-vigencia-achada

           if ws-fs-parametros = "00" then
               move spaces to par-vigencia
               start arq-parametros key >= par-vigencia
               end-start

               perform until ws-fs-parametros <> "00"
                   read arq-parametros next
                       at end move "10" to ws-fs-parametros
                   end-read

                   if ws-fs-parametros = "00" then
                       if par-vigencia <= fec-data then
                           move par-vigencia to ws-fun-vigencia-achada
                           move "S"          to ws-sw-tabela-achada
                       end-if
                   end-if
               end-perform

               move "00" to ws-fs-parametros

               if ws-sw-tabela-achada = "S" then
                   move ws-fun-vigencia-achada to par-vigencia
                   read arq-parametros
                   if ws-fs-parametros = "00"
                   and par-perc-rateio > 0 then
                       move par-perc-rateio to ws-fun-perc-rateio
                   end-if
                   move "00" to ws-fs-parametros
               end-if
           end-if

           compute ws-fun-base = fec-tot-arrecadado - fec-tot-estornos

           if ws-fun-base > 0 then
               compute ws-val-categoria(7) rounded =
                       ws-fun-base * ws-fun-perc-rateio / 100
           else
               move 0 to ws-val-categoria(7)
           end-if

           .
       calcular-fundo-exit.
           exit.

      *>Grava o lancamento da categoria ws-ind-categoria do dia
      *>corrente, com o historico padrao seguido da data do dia
       gravar-lancamento section.

           move spaces to ws-historico
           string ws-pln-historico(ws-ind-categoria) delimited by "  "
                  " "                                delimited by size
                  fec-data(7:2)                      delimited by size
                  "/"                                delimited by size
                  fec-data(5:2)                      delimited by size
                  "/"                                delimited by size
                  fec-data(1:4)                      delimited by size
             into ws-historico

           initialize lan-registro
           add 1 to ws-qtd-registros
           move "1"          to lan-tipo-registro
           move fec-data     to lan-data
           move ws-pln-conta-debito(ws-ind-categoria)
               to lan-conta-debito
           move ws-pln-conta-credito(ws-ind-categoria)
               to lan-conta-credito
           move ws-val-categoria(ws-ind-categoria) to lan-valor
           move ws-categorias(ws-ind-categoria:1) to lan-categoria
           move ws-historico to lan-historico
           move ws-qtd-registros to lan-sequencia
           write lan-registro

           if ws-fs-lancamentos <> "00" then
               display "Erro ao gravar o lancamento, status: "
                       ws-fs-lancamentos
               move 12 to return-code
               stop run
           end-if

           add 1 to ws-qtd-lancamentos
           add 1 to ws-qtd-lancamentos-dia
           add lan-valor to ws-valor-dia
           add lan-valor to ws-tot-debitos
           add lan-valor to ws-tot-creditos

           .
       gravar-lancamento-exit.
           exit.

      *>Rodape com as quantidades e os totais de controle
       gravar-rodape section.

           initialize lan-rodape
           add 1 to ws-qtd-registros
           move "9"                to lan-rod-tipo-registro
           move ws-qtd-registros   to lan-rod-qtd-registros
           move ws-qtd-lancamentos to lan-rod-qtd-lancamentos
           move ws-qtd-dias        to lan-rod-qtd-dias
           move ws-tot-debitos     to lan-rod-tot-debitos
           move ws-tot-creditos    to lan-rod-tot-creditos
           move ws-qtd-registros   to lan-rod-sequencia
           write lan-rodape

           if ws-fs-lancamentos <> "00" then
               display "Erro ao gravar o rodape, status: "
                       ws-fs-lancamentos
               move 12 to return-code
               stop run
           end-if

           close arq-lancamentos

           .
       gravar-rodape-exit.
           exit.

      *>Com o arquivo completo, marca os dias enviados para que nunca
      *>saiam de novo
       marcar-exportados section.

           move 1 to ws-ind-dia
           perform until ws-ind-dia > ws-qtd-dias
               initialize exp-registro
               move ws-exp-data(ws-ind-dia)  to exp-data
               move ws-data-geracao          to exp-data-exportacao
               move ws-hora-geracao          to exp-hora-exportacao
               move ws-nome-arquivo          to exp-arquivo
               move ws-exp-qtd-lancamentos(ws-ind-dia)
                   to exp-qtd-lancamentos
               move ws-exp-valor(ws-ind-dia) to exp-tot-valor
               move ws-ope-id                to exp-operador

               write exp-registro
               if ws-fs-exportados <> "00" then
                   display "Erro ao marcar o dia " exp-data
                           " como exportado, status: "
                           ws-fs-exportados
                   move 12 to return-code
               end-if

               add 1 to ws-ind-dia
           end-perform

           .
       marcar-exportados-exit.
           exit.

      *>Exibe o resumo da exportacao
       imprime-exportacao section.

           display "               "
           display "----- Exportacao contabil -----"
           display "Periodo: " ws-data-inicial " a " ws-data-final
           display "Arquivo gerado: " ws-nome-arquivo
           display "Dias exportados:            " ws-qtd-dias
           display "Lancamentos gerados:        " ws-qtd-lancamentos
           display "Dias ja exportados antes:   " ws-qtd-ja-exportados
           display "Dias recusados (sem conta): " ws-qtd-recusados
           move ws-tot-debitos to ws-valor-exibe
           display "Total a debito:   R$ " ws-valor-exibe
           move ws-tot-creditos to ws-valor-exibe
           display "Total a credito:  R$ " ws-valor-exibe

           if ws-qtd-dias = 0 then
               display "Nenhum dia fechado novo na faixa - o arquivo "
                       "sai so com cabecalho e rodape."
           end-if

           .
       imprime-exportacao-exit.
           exit.

      *>Login do operador: tres tentativas de id e senha contra o
      *>cadastro de operadores ativos; a exportacao e so do
      *>supervisor, porque marca os dias como enviados
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
               display "Exportacao contabil permitida somente ao "
                       "supervisor."
               move 12 to return-code
               stop run
           end-if

           .
       login-operador-exit.
           exit.

      *>Fechamento dos arquivos e encerramento do programa
       finaliza section.

           close arq-fechamentos
           close arq-exportados

           if ws-fs-parametros = "00" then
               close arq-parametros
           end-if

           display "Exportacao contabil finalizada."

           stop run

           .
       finaliza-exit.
           exit.
