       input-output section.
       file-control.
      *> conta corrente dos jogadores: um lancamento por linha, debito ("D",
      *> custo de aposta ou cota de bolao; "S", saque no balcao; "I", imposto
      *> retido sobre premio, lancado pelo creditarpremio) ou credito
      *> ("C", premio simulado; "E", deposito no balcao; "R", estorno de
      *> aposta), sempre acrescentado no final - quem consolida e o
      *> extratoconta, e o verificarsaldo soma o saldo pre-pago
           select f-conta assign to "conta.dat"
               organization is line sequential
               file status is ws-status-conta.

       77 ws-status-conta                           pic x(02).
       77 ws-data-atual                             pic 9(08).
      *> situacao do jogador no cadastro (validarjogador)
       77 ws-jogador-situacao                       pic x(01).
       77 ws-jogador-msn                            pic x(80).

      *>----Variaveis para comunicacao entre programas
       linkage section.

       77 lk-jogador                                pic x(15).
      *> "D" = debito (custo), "C" = credito (premio), "E" = deposito,
      *> "S" = saque, "R" = estorno, "I" = imposto retido
       77 lk-tipo                                   pic x(01).
      *> largo o bastante para os totais de premiacao (ws-premio-total e o
      *> rateio do bolao sao 9(13)v99) entrarem sem truncar os digitos altos
      *>------------------------------------------------------------------------
      *> Acrescenta o lancamento na conta corrente (criando o arquivo na
      *> primeira vez). Lancamento sem jogador ou de valor zero nao gera
      *> linha - nao ha o que contabilizar. Jogador fora do cadastro nunca
      *> tem lancamento; jogador bloqueado nao tem debito novo, mas continua
      *> recebendo os creditos de apostas feitas antes do bloqueio (e pode
      *> sacar no balcao o saldo que ficou)
      *>------------------------------------------------------------------------
       processamento section.
           if lk-jogador not = spaces and lk-valor not = zero then
               call "validarjogador" using lk-jogador
                                           ws-jogador-situacao
                                           ws-jogador-msn
               if ws-jogador-situacao = "N" or
                  (ws-jogador-situacao = "B" and lk-tipo = "D") then
                   display "Lancamento recusado na conta corrente: " ws-jogador-msn
               else
                   perform gravar-lancamento
               end-if
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava a linha do lancamento no fim de conta.dat
      *>------------------------------------------------------------------------
       gravar-lancamento section.
           open extend f-conta
           if ws-status-conta = "35" then
               open output f-conta
           end-if
           move spaces to reg-conta
           move lk-jogador to ct-jogador
           accept ws-data-atual from date yyyymmdd
           move ws-data-atual to ct-data
           move lk-tipo to ct-tipo
           move lk-valor to ct-valor
           move lk-historico to ct-historico
           write reg-conta
           close f-conta
           .
       gravar-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Saindo do programa e voltando para quem chamou
      *>------------------------------------------------------------------------
