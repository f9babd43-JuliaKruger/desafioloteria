               access mode is dynamic
               record key is mj-id
               file status is ws-status-jogos.
      *> tabela de precos da aposta por quantidade de dezenas (6 a 10),
      *> mesma tabela lida pelo desafioloteria e pelo bolao
           select f-precos assign to "precos.dat"
               organization is line sequential
               file status is ws-status-precos.
      *> calendario dos concursos (calendarioconcursos): so se aposta, ou
      *> se cancela uma aposta, em concurso aberto e antes da hora limite
           select f-calendario assign to "calendario.dat"
               organization is indexed
               access mode is dynamic
               record key is cl-concurso
               file status is ws-status-calendario.
      *> apostas canceladas pelo jogador antes do limite, com o valor
      *> estornado na conta corrente
           select f-canceladas assign to "apostas_canceladas.dat"
               organization is line sequential
               file status is ws-status-canceladas.
      *> copia de trabalho das pendentes durante o cancelamento: tudo menos
      *> a aposta cancelada passa por aqui e volta para o arquivo de pendentes
      *> (uma copia por sessao, nome montado em ws-nome-trabalho)
           select f-cancel-trabalho assign to dynamic ws-nome-trabalho
               organization is line sequential
               file status is ws-status-cancel-trabalho.
       i-o-control.


           05 ap-quantidade                         pic 9(02).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
      *> data do registro e valor cobrado na conta corrente (linhas antigas,
      *> anteriores a cobranca, ficam com esta parte em branco)
           05 ap-cobranca.
               10 ap-data-registro                  pic 9(08).
               10 ap-valor                          pic 9(09)v99.

       fd  f-meus-jogos.
       01 reg-meu-jogo.
           05 mj-numeros.
               10 mj-numero                         pic 9(02) occurs 10 times.

      *> preco da aposta por quantidade de dezenas (6 a 10), em reais, com a
      *> data em que passa a valer, quem lancou e quando (manutencaotabelas).
      *> Linhas antigas, sem essa parte, valem desde sempre
       fd  f-precos.
       01 reg-preco.
           05 pc-quantidade                         pic 9(02).
           05 pc-valor                              pic 9(11)v99.
           05 pc-vigencia                           pic 9(08).
           05 pc-usuario                            pic x(20).
           05 pc-data-registro                      pic 9(08).

      *> mesmo layout mantido pelo calendarioconcursos
       fd  f-calendario.
       01 reg-calendario.
           05 cl-concurso                           pic 9(06).
           05 cl-data-sorteio                       pic 9(08).
           05 cl-data-limite                        pic 9(08).
           05 cl-hora-limite                        pic 9(04).
           05 cl-situacao                           pic x(01).

      *> aposta cancelada: data e hora do cancelamento, a aposta como estava
      *> em apostas_pendentes.dat e o valor devolvido ao jogador
       fd  f-canceladas.
       01 reg-cancelada.
           05 cn-data                               pic 9(08).
           05 cn-hora                               pic 9(06).
           05 cn-aposta                             pic x(62).
           05 cn-valor-estornado                    pic 9(09)v99.

       fd  f-cancel-trabalho.
       01 reg-cancel-trabalho                       pic x(62).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-pendentes                       pic x(02).
       77 ws-status-jogos                           pic x(02).
       77 ws-fim-arquivo                            pic x(01).
      *> acao (APOSTA_ACAO): REGISTRAR grava uma aposta pendente, CANCELAR
      *> retira uma aposta pendente antes do limite, LISTAR mostra as
      *> apostas ainda aguardando resultado
       77 ws-acao                                   pic x(10).
       77 ws-concurso                               pic 9(06).
       77 ws-jogador                                pic x(15).
       77 ws-ind-tab2                               pic 9(02).
       77 ws-aposta-valida                          pic x(01).
       77 ws-qtd-listadas                           pic 9(04).
      *> situacao do jogador no cadastro (validarjogador): so jogador
      *> cadastrado e ativo registra aposta
       77 ws-jogador-situacao                       pic x(01).
       77 ws-jogador-msn                            pic x(80).
      *>----Cobranca da aposta: preco pela tabela de precos, conferido contra
      *>----o saldo pre-pago e o limite diario (verificarsaldo) e debitado na
      *>----conta corrente (contacorrente) quando a aposta e registrada
       77 ws-status-precos                          pic x(02).
       77 ws-precos-fim                             pic x(01).
       77 ws-preco-ind                              pic 9(02).
       01 ws-precos-tab.
           05 ws-preco-valor                        pic 9(11)v99 occurs 5 times.
           05 ws-preco-vigencia                     pic 9(08) occurs 5 times.
       77 ws-precos-data                            pic 9(08).
       77 ws-data-atual                             pic 9(08).
       77 ws-saldo-programa                         pic x(20) value "apostaconcurso".
       77 ws-saldo-operacao                         pic x(01) value "A".
       77 ws-saldo-situacao                         pic x(01).
       77 ws-saldo-atual                            pic s9(13)v99.
       77 ws-conta-tipo                             pic x(01).
       77 ws-conta-valor                            pic 9(13)v99.
       77 ws-conta-historico                        pic x(40).
       77 ws-valor-edit                             pic z(08)9,99.
      *>----Calendario: concurso aberto e ainda dentro da data/hora limite
       77 ws-status-calendario                      pic x(02).
       77 ws-concurso-aberto                        pic x(01).
       77 ws-calendario-msn                         pic x(80).
       77 ws-hora-atual                             pic 9(08).
       77 ws-hora-minuto                            pic 9(04).
      *>----Cancelamento: apostas do jogador no concurso, a escolhida (se
      *>----houver mais de uma, pelas dezenas) e o estorno do valor cobrado
       77 ws-status-canceladas                      pic x(02).
       77 ws-status-cancel-trabalho                 pic x(02).
       77 ws-nome-trabalho                          pic x(40).
       77 ws-qtd-do-jogador                         pic 9(04).
       77 ws-cancelou                               pic x(01).
       77 ws-aposta-confere                         pic x(01).
       77 ws-qtd-conferem                           pic 9(02).
       77 ws-aposta-cancelada                       pic x(62).
       77 ws-valor-estorno                          pic 9(09)v99.
      *>----Controle de uso dos arquivos (controlearquivos): convive com as
      *>----outras sessoes, mas nao com a importacao de resultados, que
      *>----liquida e regrava as pendentes e avanca o calendario. O
      *>----cancelamento tambem regrava as pendentes e por isso trava em
      *>----modo exclusivo
       77 ws-trava-programa                         pic x(20) value "apostaconcurso".
       77 ws-trava-acao                             pic x(01).
       77 ws-trava-modo                             pic x(01) value "C".
       01 ws-trava-arquivos.
           05 ws-trava-arquivo                      pic x(20) occurs 10 times.
       77 ws-trava-espera                           pic 9(04).
       77 ws-trava-sessao                           pic 9(08).
       77 ws-trava-situacao                         pic x(01) value space.
       77 ws-trava-msn                              pic x(80).


      *>Declaracao do corpo do programa
           accept ws-jogo-id from environment "APOSTA_JOGO_ID"
           on exception move spaces to ws-jogo-id
           end-accept
           perform obter-travas
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trava as pendentes, o calendario e os jogos salvos em modo
      *> compartilhado (exclusivo no cancelamento, que regrava as
      *> pendentes); com o arquivo em uso, pede para voltar mais tarde
      *>------------------------------------------------------------------------
       obter-travas section.
           move "O" to ws-trava-acao
           move zero to ws-trava-espera
           if ws-acao = "CANCELAR" then
               move "X" to ws-trava-modo
           end-if
           initialize ws-trava-arquivos
           move "apostas_pendentes.dat" to ws-trava-arquivo (1)
           move "calendario.dat" to ws-trava-arquivo (2)
           move "meusjogos.dat" to ws-trava-arquivo (3)
           call "controlearquivos" using ws-trava-programa, ws-trava-acao,
                                         ws-trava-modo, ws-trava-arquivos,
                                         ws-trava-espera, ws-trava-sessao,
                                         ws-trava-situacao, ws-trava-msn
           if ws-trava-situacao not = "S" then
               display "Apostas indisponiveis no momento, volte mais tarde: "
               display ws-trava-msn
               move 4 to return-code
           end-if
           .
       obter-travas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Libera as travas obtidas no inicio (controlearquivos)
      *>------------------------------------------------------------------------
       liberar-travas section.
           if ws-trava-situacao = "S" then
               move "L" to ws-trava-acao
               call "controlearquivos" using ws-trava-programa, ws-trava-acao,
                                             ws-trava-modo, ws-trava-arquivos,
                                             ws-trava-espera, ws-trava-sessao,
                                             ws-trava-situacao, ws-trava-msn
               move space to ws-trava-situacao
           end-if
           .
       liberar-travas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento por acao
      *>------------------------------------------------------------------------
       processamento section.
           if ws-trava-situacao = "S" then
               evaluate ws-acao
                   when "REGISTRAR"
                       perform registrar-aposta
                   when "CANCELAR"
                       perform cancelar-aposta
                   when other
                       perform listar-pendentes
               end-evaluate
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra uma aposta pendente contra o concurso informado, vinda de
      *> um jogo salvo (APOSTA_JOGO_ID) ou digitada no terminal. O jogador
      *> (APOSTA_JOGADOR) precisa estar cadastrado e ativo e o concurso
      *> aberto no calendario, antes da hora limite
      *>------------------------------------------------------------------------
       registrar-aposta section.
           call "validarjogador" using ws-jogador
                                       ws-jogador-situacao
                                       ws-jogador-msn
           perform conferir-calendario
           evaluate true
               when ws-concurso = zero
                   display "Informe o concurso na variavel de ambiente APOSTA_CONCURSO."
               when ws-jogador-situacao not = "A"
                   display "Aposta recusada: " ws-jogador-msn
               when ws-concurso-aberto = "N"
                   display "Aposta recusada: " ws-calendario-msn
               when other
                   move zero to ws-quantidade
                   initialize ws-numeros
                   if ws-jogo-id not = spaces then
                       perform carregar-jogo-salvo
                   else
                       perform digitar-aposta
                   end-if
                   perform validar-aposta
                   if ws-aposta-valida = "S" then
                       perform cobrar-aposta
                   else
                       display "Aposta invalida (6 a 10 dezenas de 1 a 60, sem repetir), nada registrado."
                   end-if
           end-evaluate
           .
       registrar-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere o custo da aposta validada contra o saldo pre-pago e o limite
      *> diario do jogador; coberta, grava a pendente e debita o custo na
      *> conta corrente. Recusada, nada e gravado (o verificarsaldo registra
      *> a recusa com o motivo em apostas_recusadas.dat)
      *>------------------------------------------------------------------------
       cobrar-aposta section.
           perform carregar-precos
           compute ws-preco-ind = ws-quantidade - 5
           move ws-preco-valor (ws-preco-ind) to ws-conta-valor
           call "verificarsaldo" using ws-saldo-programa
                                       ws-jogador
                                       ws-conta-valor
                                       ws-saldo-operacao
                                       ws-saldo-situacao
                                       ws-saldo-atual
                                       ws-jogador-msn
           if ws-saldo-situacao = "N" then
               display "Aposta recusada: " ws-jogador-msn
           else
               perform gravar-pendente
               move "D" to ws-conta-tipo
               move spaces to ws-conta-historico
               string "Aposta concurso " ws-concurso
                   delimited by size into ws-conta-historico
               end-string
               call "contacorrente" using ws-jogador, ws-conta-tipo,
                                          ws-conta-valor, ws-conta-historico
               move ws-conta-valor to ws-valor-edit
               display "Aposta registrada para o concurso " ws-concurso
                       ", cobrado R$" ws-valor-edit "."
           end-if
           .
       cobrar-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere o concurso (ws-concurso) no calendario: precisa existir,
      *> estar aberto e a data/hora atual nao pode ter passado do limite
      *>------------------------------------------------------------------------
       conferir-calendario section.
           move "N" to ws-concurso-aberto
           move spaces to ws-calendario-msn
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           move ws-hora-atual (1:4) to ws-hora-minuto
           open input f-calendario
           if ws-status-calendario = "35" then
               move "Calendario de concursos (calendario.dat) nao encontrado." to ws-calendario-msn
           else
               move ws-concurso to cl-concurso
               read f-calendario
                   invalid key
                       string "Concurso " ws-concurso " nao esta no calendario."
                           delimited by size into ws-calendario-msn
                       end-string
                   not invalid key
                       evaluate true
                           when cl-situacao not = "A"
                               string "Concurso " ws-concurso " ja foi sorteado."
                                   delimited by size into ws-calendario-msn
                               end-string
                           when ws-data-atual > cl-data-limite or
                                (ws-data-atual = cl-data-limite and
                                 ws-hora-minuto >= cl-hora-limite)
                               string "Concurso " ws-concurso " encerrado para apostas em "
                                      cl-data-limite " as " cl-hora-limite (1:2) ":"
                                      cl-hora-limite (3:2) "."
                                   delimited by size into ws-calendario-msn
                               end-string
                           when other
                               move "S" to ws-concurso-aberto
                       end-evaluate
               end-read
               close f-calendario
           end-if
           .
       conferir-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cancela a aposta pendente do jogador (APOSTA_JOGADOR) no concurso
      *> (APOSTA_CONCURSO), so antes da hora limite: a aposta sai de
      *> apostas_pendentes.dat, o valor cobrado volta como estorno ("R") na
      *> conta corrente e o cancelamento fica em apostas_canceladas.dat.
      *> Com mais de uma aposta do jogador no concurso, as dezenas (jogo
      *> salvo ou digitadas) dizem qual cancelar
      *>------------------------------------------------------------------------
       cancelar-aposta section.
           perform conferir-calendario
           evaluate true
               when ws-concurso = zero or ws-jogador = spaces
                   display "Informe APOSTA_CONCURSO e APOSTA_JOGADOR da aposta a cancelar."
               when ws-concurso-aberto = "N"
                   display "Cancelamento recusado: " ws-calendario-msn
               when other
                   perform contar-apostas-jogador
                   evaluate true
                       when ws-qtd-do-jogador = zero
                           display "Nenhuma aposta pendente de " ws-jogador
                                   " no concurso " ws-concurso "."
                       when ws-qtd-do-jogador > 1
                           display "Ha " ws-qtd-do-jogador " apostas de " ws-jogador
                                   " no concurso " ws-concurso ", informe a aposta a cancelar."
                           move zero to ws-quantidade
                           initialize ws-numeros
                           if ws-jogo-id not = spaces then
                               perform carregar-jogo-salvo
                           else
                               perform digitar-aposta
                           end-if
                           perform retirar-pendente
                       when other
                           perform retirar-pendente
                   end-evaluate
           end-evaluate
           .
       cancelar-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conta as apostas pendentes do jogador no concurso
      *>------------------------------------------------------------------------
       contar-apostas-jogador section.
           move zero to ws-qtd-do-jogador
           move "N" to ws-fim-arquivo
           open input f-pendentes
           if ws-status-pendentes = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-pendentes
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if ap-concurso = ws-concurso and ap-jogador = ws-jogador then
                           add 1 to ws-qtd-do-jogador
                       end-if
               end-read
           end-perform
           if ws-status-pendentes not = "35" then
               close f-pendentes
           end-if
           .
       contar-apostas-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Copia as pendentes para o arquivo de trabalho sem a aposta a
      *> cancelar (a unica do jogador no concurso, ou a que tem as dezenas
      *> informadas) e devolve a copia para apostas_pendentes.dat. A copia
      *> leva o numero da sessao no nome e e apagada no fim
      *>------------------------------------------------------------------------
       retirar-pendente section.
           move "N" to ws-cancelou
           move "N" to ws-fim-arquivo
           move spaces to ws-nome-trabalho
           string "cancelamento_" ws-trava-sessao ".dat"
               delimited by size into ws-nome-trabalho
           end-string
           open input f-pendentes
           open output f-cancel-trabalho
           perform until ws-fim-arquivo = "S"
               read f-pendentes
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move "N" to ws-aposta-confere
                       if ws-cancelou = "N" and
                          ap-concurso = ws-concurso and ap-jogador = ws-jogador then
                           if ws-qtd-do-jogador = 1 then
                               move "S" to ws-aposta-confere
                           else
                               perform conferir-dezenas-cancelamento
                           end-if
                       end-if
                       if ws-aposta-confere = "S" then
                           move "S" to ws-cancelou
                           move reg-pendente to ws-aposta-cancelada
                           if ap-valor is numeric then
                               move ap-valor to ws-valor-estorno
                           else
                               move zero to ws-valor-estorno
                           end-if
                       else
                           move reg-pendente to reg-cancel-trabalho
                           write reg-cancel-trabalho
                       end-if
               end-read
           end-perform
           close f-pendentes
           close f-cancel-trabalho
           if ws-cancelou = "N" then
               display "Nenhuma aposta de " ws-jogador " no concurso " ws-concurso
                       " com essas dezenas, nada cancelado."
           else
               perform devolver-pendentes
               perform estornar-aposta
           end-if
           call "CBL_DELETE_FILE" using ws-nome-trabalho
           .
       retirar-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> A aposta lida confere com a informada: mesma quantidade e todas as
      *> dezenas informadas presentes nela (em qualquer ordem)
      *>------------------------------------------------------------------------
       conferir-dezenas-cancelamento section.
           move zero to ws-qtd-conferem
           if ap-quantidade = ws-quantidade then
               perform varying ws-ind-tab from 1 by 1 until ws-ind-tab > ws-quantidade
                                                        or ws-ind-tab > 10
                   perform varying ws-ind-tab2 from 1 by 1 until ws-ind-tab2 > ap-quantidade
                                                             or ws-ind-tab2 > 10
                       if ws-num-apostado (ws-ind-tab) = ap-num (ws-ind-tab2) then
                           add 1 to ws-qtd-conferem
                       end-if
                   end-perform
               end-perform
               if ws-qtd-conferem = ws-quantidade then
                   move "S" to ws-aposta-confere
               end-if
           end-if
           .
       conferir-dezenas-cancelamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regrava apostas_pendentes.dat a partir da copia de trabalho
      *>------------------------------------------------------------------------
       devolver-pendentes section.
           move "N" to ws-fim-arquivo
           open input f-cancel-trabalho
           open output f-pendentes
           perform until ws-fim-arquivo = "S"
               read f-cancel-trabalho
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move reg-cancel-trabalho to reg-pendente
                       write reg-pendente
               end-read
           end-perform
           close f-cancel-trabalho
           close f-pendentes
           .
       devolver-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Devolve o valor cobrado da aposta cancelada (estorno "R" na conta
      *> corrente) e registra o cancelamento em apostas_canceladas.dat
      *>------------------------------------------------------------------------
       estornar-aposta section.
           move "R" to ws-conta-tipo
           move ws-valor-estorno to ws-conta-valor
           move spaces to ws-conta-historico
           string "Estorno aposta concurso " ws-concurso
               delimited by size into ws-conta-historico
           end-string
           call "contacorrente" using ws-jogador, ws-conta-tipo,
                                      ws-conta-valor, ws-conta-historico
           open extend f-canceladas
           if ws-status-canceladas = "35" then
               open output f-canceladas
           end-if
           move spaces to reg-cancelada
           move ws-data-atual to cn-data
           move ws-hora-atual (1:6) to cn-hora
           move ws-aposta-cancelada to cn-aposta
           move ws-valor-estorno to cn-valor-estornado
           write reg-cancelada
           close f-canceladas
           move ws-valor-estorno to ws-valor-edit
           display "Aposta de " ws-jogador " no concurso " ws-concurso
                   " cancelada, estornado R$" ws-valor-edit "."
           .
       estornar-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega a tabela de precos da aposta por quantidade de dezenas
      *> (precos.dat, entrada 1 = 6 dezenas), cada quantidade pelo valor
      *> vigente hoje: a linha de maior vigencia que nao passe da data atual
      *> (a mesma vigencia lancada de novo corrige a anterior).
      *> Sem o arquivo os precos ficam zerados e nada e cobrado, igual no
      *> desafioloteria
      *>------------------------------------------------------------------------
       carregar-precos section.
           accept ws-precos-data from date yyyymmdd
           initialize ws-precos-tab
           move "N" to ws-precos-fim
           open input f-precos
           if ws-status-precos = "35" then
               move "S" to ws-precos-fim
           end-if
           perform until ws-precos-fim = "S"
               read f-precos
                   at end
                       move "S" to ws-precos-fim
                   not at end
                       if pc-vigencia not numeric then
                           move zero to pc-vigencia
                       end-if
                       if pc-quantidade >= 6 and pc-quantidade <= 10 then
                           compute ws-preco-ind = pc-quantidade - 5
                           if pc-vigencia <= ws-precos-data and
                              pc-vigencia >= ws-preco-vigencia (ws-preco-ind) then
                               move pc-vigencia to ws-preco-vigencia (ws-preco-ind)
                               move pc-valor to ws-preco-valor (ws-preco-ind)
                           end-if
                       end-if
               end-read
           end-perform
           if ws-status-precos not = "35" then
               close f-precos
           end-if
           .
       carregar-precos-exit.
           exit.

      *>------------------------------------------------------------------------
           perform varying ws-ind-tab from 1 by 1 until ws-ind-tab > 10
               move ws-num-apostado (ws-ind-tab) to ap-num (ws-ind-tab)
           end-perform
           accept ws-data-atual from date yyyymmdd
           move ws-data-atual to ap-data-registro
           move ws-conta-valor to ap-valor
           write reg-pendente
           close f-pendentes
           .
      *> tambem poder ser chamado pela cadeia noturna, como os demais passos
      *>------------------------------------------------------------------------
       finaliza section.
           perform liberar-travas
           goback
           .
       finaliza-exit.
