      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "controlearquivos".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisao para configuracao do ambiente
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaracao dos recursos externos
       input-output section.
       file-control.
      *> controle de uso dos arquivos: uma trava por arquivo por programa em
      *> execucao, compartilhada ("C") ou exclusiva ("X"). Quem pede
      *> exclusiva nao convive com ninguem no mesmo arquivo; compartilhadas
      *> convivem entre si. Travas esquecidas por uma execucao que caiu
      *> sao liberadas pelo operador no consolecontrole
           select f-travas assign to "travas.dat"
               organization is indexed
               access mode is dynamic
               record key is tv-chave
               file status is ws-status-travas.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  f-travas.
       01 reg-trava.
           05 tv-chave.
               10 tv-arquivo                        pic x(20).
               10 tv-programa                       pic x(20).
               10 tv-sessao                         pic 9(08).
           05 tv-modo                               pic x(01).
           05 tv-data                               pic 9(08).
           05 tv-hora                               pic 9(06).
           05 tv-operador                           pic x(20).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-travas                          pic x(02).
      *> "N" = travas.dat nao abriu ou falhou na gravacao: nada e concedido
      *> (quem chamou recebe "N"), para nenhum programa entrar sem trava
       77 ws-controle-ok                            pic x(01).
       77 ws-status-falha                           pic x(02).
       77 ws-travas-aberto                          pic x(01).
       77 ws-fim-arquivo                            pic x(01).
       77 ws-data-atual                             pic 9(08).
       77 ws-hora-atual                             pic 9(08).
       77 ws-operador                               pic x(20).
       77 ws-arq-ind                                pic 9(02).
      *> espera: a cada intervalo a conferencia e refeita, ate o tempo
      *> pedido por quem chamou (lk-espera) se esgotar
       77 ws-intervalo                              pic 9(04) value 5.
       77 ws-esperado                               pic 9(06).
       77 ws-concedida                              pic x(01).
       77 ws-desistiu                               pic x(01).
      *> trava com mais horas que TRAVA_VALIDADE_HORAS (padrao 12) e dada
      *> como abandonada por uma execucao que caiu
       77 ws-validade-horas                         pic 9(04).
       77 ws-idade-horas                            pic s9(08).
       77 ws-horas-agora                            pic 9(02).
       77 ws-horas-trava                            pic 9(02).
      *> primeira trava de outro programa que impede a liberacao
       77 ws-conflito                               pic x(01).
       77 ws-conflito-arquivo                       pic x(20).
       77 ws-conflito-programa                      pic x(20).
       77 ws-conflito-modo                          pic x(01).
       77 ws-conflito-data                          pic 9(08).
       77 ws-conflito-hora                          pic 9(06).
       77 ws-conflito-antiga                        pic x(01).
      *> chave ja gravada por outra execucao do mesmo programa com a mesma
      *> sessao (mesmo centesimo ou trava esquecida): as travas gravadas ate
      *> ali sao desfeitas e a obtencao recomeca com outra sessao
       77 ws-duplicada                              pic x(01).
       77 ws-qtd-gravadas                           pic 9(02).

      *>----Variaveis para comunicacao entre programas
       linkage section.

       77 lk-programa                               pic x(20).
      *> "O" = obter as travas, "L" = liberar as travas obtidas antes
       77 lk-acao                                   pic x(01).
      *> "C" = compartilhado, "X" = exclusivo
       77 lk-modo                                   pic x(01).
      *> arquivos usados pelo programa (o primeiro em branco encerra a lista)
       01 lk-arquivos.
           05 lk-arquivo                            pic x(20) occurs 10 times.
      *> segundos que quem chamou aceita esperar (zero = recusa na hora)
       77 lk-espera                                 pic 9(04).
      *> devolvida na obtencao e informada de volta na liberacao
       77 lk-sessao                                 pic 9(08).
      *> "S" = travas concedidas/liberadas, "N" = recusadas
       77 lk-situacao                               pic x(01).
       77 lk-mensagem                               pic x(80).

      *>Declaracao do corpo do programa
       procedure division using lk-programa
                                lk-acao
                                lk-modo
                                lk-arquivos
                                lk-espera
                                lk-sessao
                                lk-situacao
                                lk-mensagem.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Operador, validade das travas e abertura do controle
      *>------------------------------------------------------------------------
       inicializa section.
           move spaces to lk-mensagem
           accept ws-operador from environment "OPERADOR"
           on exception move spaces to ws-operador
           end-accept
           if ws-operador = spaces then
               accept ws-operador from environment "USER"
               on exception move spaces to ws-operador
               end-accept
           end-if
           if ws-operador = spaces then
               move "DESCONHECIDO" to ws-operador
           end-if
           accept ws-validade-horas from environment "TRAVA_VALIDADE_HORAS"
           on exception move zero to ws-validade-horas
           end-accept
           if ws-validade-horas = zero then
               move 12 to ws-validade-horas
           end-if
           move "N" to ws-travas-aberto
           perform abrir-controle
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Abre travas.dat (criando o arquivo vazio na primeira vez). Qualquer
      *> status diferente de "00" deixa o controle indisponivel
      *>------------------------------------------------------------------------
       abrir-controle section.
           move "S" to ws-controle-ok
           open i-o f-travas
           if ws-status-travas = "35" then
               open output f-travas
               close f-travas
               open i-o f-travas
           end-if
           if ws-status-travas = "00" then
               move "S" to ws-travas-aberto
           else
               move "N" to ws-controle-ok
               move ws-status-travas to ws-status-falha
           end-if
           .
       abrir-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Obtem ou libera as travas. Sem o controle aberto nao grava, nao
      *> confere e nao apaga nada: recusa
      *>------------------------------------------------------------------------
       processamento section.
           if ws-controle-ok = "N" then
               perform recusar-controle-indisponivel
           else
               if lk-acao = "L" then
                   perform liberar-travas
                   move "S" to lk-situacao
               else
                   perform obter-travas
               end-if
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava as travas deste programa e so depois confere as dos outros:
      *> se dois pedirem ao mesmo tempo, um enxerga o outro e ninguem entra
      *> por engano. Havendo conflito, retira as proprias travas e espera
      *> (se quem chamou aceitou esperar) ou recusa
      *>------------------------------------------------------------------------
       obter-travas section.
           accept ws-hora-atual from time
           move ws-hora-atual to lk-sessao
           move "N" to ws-concedida
           move "N" to ws-desistiu
           move zero to ws-esperado
           perform until ws-concedida = "S" or ws-desistiu = "S"
               perform gravar-travas
               evaluate true
                   when ws-controle-ok = "N"
                       perform desfazer-gravadas
                       move "S" to ws-desistiu
                   when ws-duplicada = "S"
                       perform desfazer-gravadas
                       add 1 to lk-sessao
                   when other
                       perform conferir-conflitos
                       if ws-conflito = "N" then
                           move "S" to ws-concedida
                       else
                           perform liberar-travas
                           if ws-esperado >= lk-espera or ws-controle-ok = "N" then
                               move "S" to ws-desistiu
                           else
                               if ws-esperado = zero then
                                   display "Aguardando a liberacao de " ws-conflito-arquivo
                                           " (em uso por " ws-conflito-programa ")..."
                               end-if
                               close f-travas
                               move "N" to ws-travas-aberto
                               call "C$SLEEP" using ws-intervalo
                               add ws-intervalo to ws-esperado
                               perform abrir-controle
                               if ws-controle-ok = "N" then
                                   move "S" to ws-desistiu
                               end-if
                           end-if
                       end-if
               end-evaluate
           end-perform
           evaluate true
               when ws-concedida = "S"
                   move "S" to lk-situacao
               when ws-controle-ok = "N"
                   perform recusar-controle-indisponivel
               when other
                   move "N" to lk-situacao
                   move spaces to lk-mensagem
                   if ws-conflito-antiga = "S" then
                       string "Trava antiga de " ws-conflito-programa " em "
                              ws-conflito-arquivo " - liberar no consolecontrole"
                           delimited by size into lk-mensagem
                       end-string
                   else
                       if ws-conflito-modo = "X" then
                           string ws-conflito-arquivo " em uso exclusivo por "
                                  ws-conflito-programa " desde "
                                  ws-conflito-hora (1:2) ":" ws-conflito-hora (3:2)
                                  " - tente mais tarde"
                               delimited by size into lk-mensagem
                           end-string
                       else
                           string ws-conflito-arquivo " em uso por "
                                  ws-conflito-programa " desde "
                                  ws-conflito-hora (1:2) ":" ws-conflito-hora (3:2)
                                  " - tente mais tarde"
                               delimited by size into lk-mensagem
                           end-string
                       end-if
                   end-if
           end-evaluate
           .
       obter-travas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava uma trava para cada arquivo da lista. Se a chave ja existir
      *> (a trava e de outra execucao com a mesma sessao) para na hora, com
      *> ws-qtd-gravadas indicando quantas foram gravadas por esta
      *>------------------------------------------------------------------------
       gravar-travas section.
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           move "N" to ws-duplicada
           move zero to ws-qtd-gravadas
           perform varying ws-arq-ind from 1 by 1
                   until ws-arq-ind > 10 or lk-arquivo (ws-arq-ind) = spaces
                      or ws-duplicada = "S"
               move spaces to reg-trava
               move lk-arquivo (ws-arq-ind) to tv-arquivo
               move lk-programa to tv-programa
               move lk-sessao to tv-sessao
               move lk-modo to tv-modo
               move ws-data-atual to tv-data
               move ws-hora-atual (1:6) to tv-hora
               move ws-operador to tv-operador
               write reg-trava
                   invalid key
                       move "S" to ws-duplicada
                   not invalid key
                       move ws-arq-ind to ws-qtd-gravadas
               end-write
               if ws-status-travas not = "00" and ws-status-travas not = "22" then
                   move "N" to ws-controle-ok
                   move ws-status-travas to ws-status-falha
                   move "S" to ws-duplicada
               end-if
           end-perform
           .
       gravar-travas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Apaga so as travas que esta obtencao chegou a gravar antes de achar
      *> a chave duplicada - a trava duplicada e de quem ja a tinha
      *>------------------------------------------------------------------------
       desfazer-gravadas section.
           perform varying ws-arq-ind from 1 by 1
                   until ws-arq-ind > ws-qtd-gravadas
               move lk-arquivo (ws-arq-ind) to tv-arquivo
               move lk-programa to tv-programa
               move lk-sessao to tv-sessao
               delete f-travas record
                   invalid key
                       continue
               end-delete
           end-perform
           .
       desfazer-gravadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Percorre as travas de cada arquivo da lista procurando uma de outro
      *> programa/sessao que nao combine com o modo pedido
      *>------------------------------------------------------------------------
       conferir-conflitos section.
           move "N" to ws-conflito
           move "N" to ws-conflito-antiga
           perform varying ws-arq-ind from 1 by 1
                   until ws-arq-ind > 10 or lk-arquivo (ws-arq-ind) = spaces
                      or ws-conflito = "S"
               move low-values to tv-chave
               move lk-arquivo (ws-arq-ind) to tv-arquivo
               move "S" to ws-fim-arquivo
               start f-travas key is not less than tv-chave
                   invalid key
                       move "S" to ws-fim-arquivo
                   not invalid key
                       move "N" to ws-fim-arquivo
               end-start
               perform until ws-fim-arquivo = "S" or ws-conflito = "S"
                   read f-travas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if tv-arquivo not = lk-arquivo (ws-arq-ind) then
                               move "S" to ws-fim-arquivo
                           else
                               if (tv-programa not = lk-programa or
                                   tv-sessao not = lk-sessao) and
                                  (lk-modo = "X" or tv-modo = "X") then
                                   perform registrar-conflito
                               end-if
                           end-if
                   end-read
      *> leitura com erro (nem registro nem fim): sem como conferir,
      *> conta como conflito e o controle fica indisponivel
                   if ws-status-travas not = "00" and ws-status-travas not = "10" then
                       move "S" to ws-conflito
                       move "N" to ws-controle-ok
                       move ws-status-travas to ws-status-falha
                   end-if
               end-perform
           end-perform
           .
       conferir-conflitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Controle de travas fora do ar: devolve "N" com o status do arquivo
      *>------------------------------------------------------------------------
       recusar-controle-indisponivel section.
           move "N" to lk-situacao
           move spaces to lk-mensagem
           string "Controle de travas indisponivel (status " ws-status-falha ")"
               delimited by size into lk-mensagem
           end-string
           .
       recusar-controle-indisponivel-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guarda a trava corrente como o conflito e ve se ela e antiga
      *>------------------------------------------------------------------------
       registrar-conflito section.
           move "S" to ws-conflito
           move tv-arquivo to ws-conflito-arquivo
           move tv-programa to ws-conflito-programa
           move tv-modo to ws-conflito-modo
           move tv-data to ws-conflito-data
           move tv-hora to ws-conflito-hora
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           move ws-hora-atual (1:2) to ws-horas-agora
           move tv-hora (1:2) to ws-horas-trava
           compute ws-idade-horas =
               (function integer-of-date (ws-data-atual) -
                function integer-of-date (tv-data)) * 24
               + ws-horas-agora - ws-horas-trava
           if ws-idade-horas > ws-validade-horas then
               move "S" to ws-conflito-antiga
           end-if
           .
       registrar-conflito-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Apaga as travas deste programa/sessao, arquivo a arquivo
      *>------------------------------------------------------------------------
       liberar-travas section.
           perform varying ws-arq-ind from 1 by 1
                   until ws-arq-ind > 10 or lk-arquivo (ws-arq-ind) = spaces
               move lk-arquivo (ws-arq-ind) to tv-arquivo
               move lk-programa to tv-programa
               move lk-sessao to tv-sessao
               delete f-travas record
                   invalid key
                       continue
               end-delete
           end-perform
           .
       liberar-travas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fecha o controle (para os outros programas enxergarem as travas) e
      *> volta para quem chamou
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-travas-aberto = "S" then
               close f-travas
               move "N" to ws-travas-aberto
           end-if
           exit program
           .
       finaliza-exit.
           exit.
