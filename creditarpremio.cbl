      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "creditarpremio".
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
      *> tabela do imposto de renda sobre premios: limite de isencao e
      *> aliquota, cada linha com a data a partir da qual vale (as linhas
      *> antigas ficam no arquivo), mantida em arquivo como precos.dat
           select f-impostos assign to "impostos.dat"
               organization is line sequential
               file status is ws-status-impostos.
      *> registro das retencoes: uma linha por premio com imposto retido,
      *> sempre acrescentada no final - quem consolida e o informerendimentos
           select f-retencoes assign to "retencoes.dat"
               organization is line sequential
               file status is ws-status-retencoes.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *> vigencia AAAAMMDD; premio ate o limite e isento, acima dele o
      *> imposto e a aliquota (em %) sobre o premio inteiro
       fd  f-impostos.
       01 reg-imposto.
           05 ip-vigencia                           pic 9(08).
           05 ip-limite-isencao                     pic 9(11)v99.
           05 ip-aliquota                           pic 9(03)v99.

       fd  f-retencoes.
       01 reg-retencao.
           05 rt-data                               pic 9(08).
           05 rt-jogador                            pic x(15).
           05 rt-programa                           pic x(20).
           05 rt-valor-bruto                        pic 9(13)v99.
           05 rt-aliquota                           pic 9(03)v99.
           05 rt-valor-imposto                      pic 9(13)v99.
           05 rt-valor-liquido                      pic 9(13)v99.
           05 rt-historico                          pic x(40).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-impostos                        pic x(02).
       77 ws-status-retencoes                       pic x(02).
       77 ws-impostos-fim                           pic x(01).
       77 ws-data-atual                             pic 9(08).
      *> linha da tabela vigente hoje (a de maior vigencia ate a data atual)
       77 ws-vigencia-atual                         pic 9(08).
       77 ws-limite-isencao                         pic 9(11)v99.
       77 ws-aliquota                               pic 9(03)v99.
      *> situacao do jogador no cadastro (validarjogador)
       77 ws-jogador-situacao                       pic x(01).
       77 ws-jogador-msn                            pic x(80).
      *> parametros do contacorrente
       77 ws-conta-tipo                             pic x(01).
       77 ws-conta-valor                            pic 9(13)v99.
       77 ws-conta-historico                        pic x(40).

      *>----Variaveis para comunicacao entre programas
       linkage section.

       77 lk-programa                               pic x(20).
       77 lk-jogador                                pic x(15).
      *> premio bruto, creditado inteiro ("C") na conta corrente
       77 lk-valor                                  pic 9(13)v99.
       77 lk-historico                              pic x(40).
      *> devolvido: imposto retido e lancado como debito "I" (zero = isento)
       77 lk-imposto                                pic 9(13)v99.

      *>Declaracao do corpo do programa
       procedure division using lk-programa
                                lk-jogador
                                lk-valor
                                lk-historico
                                lk-imposto.

           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Credita o premio bruto e, se passar do limite de isencao vigente,
      *> debita o imposto retido e o registra em retencoes.dat. Jogador fora
      *> do cadastro nao recebe nada (o contacorrente recusa o credito), entao
      *> tambem nao tem retencao
      *>------------------------------------------------------------------------
       processamento section.
           move zero to lk-imposto
           if lk-jogador not = spaces and lk-valor not = zero then
               move "C" to ws-conta-tipo
               move lk-valor to ws-conta-valor
               move lk-historico to ws-conta-historico
               call "contacorrente" using lk-jogador, ws-conta-tipo,
                                          ws-conta-valor, ws-conta-historico
               call "validarjogador" using lk-jogador
                                           ws-jogador-situacao
                                           ws-jogador-msn
               if ws-jogador-situacao not = "N" then
                   perform carregar-imposto
                   if ws-vigencia-atual not = zero and
                      lk-valor > ws-limite-isencao then
                       compute lk-imposto rounded = lk-valor * ws-aliquota / 100
                   end-if
                   if lk-imposto > zero then
                       perform reter-imposto
                   end-if
               end-if
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procura na tabela a linha vigente hoje: a de maior vigencia que nao
      *> passe da data atual. Sem tabela (ou sem linha vigente) nao ha
      *> retencao
      *>------------------------------------------------------------------------
       carregar-imposto section.
           accept ws-data-atual from date yyyymmdd
           move zero to ws-vigencia-atual
           move zero to ws-limite-isencao
           move zero to ws-aliquota
           move "N" to ws-impostos-fim
           open input f-impostos
           if ws-status-impostos = "35" then
               display "Tabela impostos.dat nao encontrada, premio creditado sem retencao."
               move "S" to ws-impostos-fim
           end-if
           perform until ws-impostos-fim = "S"
               read f-impostos
                   at end
                       move "S" to ws-impostos-fim
                   not at end
                       if ip-vigencia <= ws-data-atual and
                          ip-vigencia >= ws-vigencia-atual then
                           move ip-vigencia to ws-vigencia-atual
                           move ip-limite-isencao to ws-limite-isencao
                           move ip-aliquota to ws-aliquota
                       end-if
               end-read
           end-perform
           if ws-status-impostos not = "35" then
               close f-impostos
           end-if
           .
       carregar-imposto-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Debita o imposto retido na conta corrente ("I") e grava a linha no
      *> registro de retencoes
      *>------------------------------------------------------------------------
       reter-imposto section.
           move "I" to ws-conta-tipo
           move lk-imposto to ws-conta-valor
           move spaces to ws-conta-historico
           string "IR s/ " lk-historico
               delimited by size into ws-conta-historico
           end-string
           call "contacorrente" using lk-jogador, ws-conta-tipo,
                                      ws-conta-valor, ws-conta-historico
           open extend f-retencoes
           if ws-status-retencoes = "35" then
               open output f-retencoes
           end-if
           move spaces to reg-retencao
           move ws-data-atual to rt-data
           move lk-jogador to rt-jogador
           move lk-programa to rt-programa
           move lk-valor to rt-valor-bruto
           move ws-aliquota to rt-aliquota
           move lk-imposto to rt-valor-imposto
           compute rt-valor-liquido = lk-valor - lk-imposto
           move lk-historico to rt-historico
           write reg-retencao
           close f-retencoes
           .
       reter-imposto-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Saindo do programa e voltando para quem chamou
      *>------------------------------------------------------------------------
       finaliza section.
           exit program
           .
       finaliza-exit.
           exit.
