      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "verificarsaldo".
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
      *> mesmo layout gravado pelo contacorrente: o saldo pre-pago do
      *> jogador e a soma dos creditos menos a soma dos debitos
           select f-conta assign to "conta.dat"
               organization is line sequential
               file status is ws-status-conta.
      *> cadastro de jogadores, de onde vem o limite diario de gasto
           select f-jogadores assign to "jogadores.dat"
               organization is indexed
               access mode is dynamic
               record key is jg-id
               file status is ws-status-jogadores.
      *> apostas recusadas por falta de saldo ou por limite diario, com o
      *> motivo, para o balcao explicar ao jogador
           select f-recusadas assign to "apostas_recusadas.dat"
               organization is line sequential
               file status is ws-status-recusadas.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  f-conta.
       01 reg-conta.
           05 ct-jogador                            pic x(15).
           05 ct-data                               pic 9(08).
           05 ct-tipo                               pic x(01).
           05 ct-valor                              pic 9(13)v99.
           05 ct-historico                          pic x(40).

      *> mesmo layout mantido pelo cadastrojogador
       fd  f-jogadores.
       01 reg-jogador.
           05 jg-id                                 pic x(15).
           05 jg-nome                               pic x(40).
           05 jg-situacao                           pic x(01).
           05 jg-data-cadastro                      pic 9(08).
           05 jg-contato                            pic x(40).
           05 jg-limite-diario                      pic 9(09)v99.

       fd  f-recusadas.
       01 reg-recusada.
           05 rc-data                               pic 9(08).
           05 rc-hora                               pic 9(06).
           05 rc-programa                           pic x(20).
           05 rc-jogador                            pic x(15).
           05 rc-valor                              pic 9(13)v99.
           05 rc-saldo                              pic s9(13)v99 sign leading separate.
           05 rc-motivo                             pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-conta                           pic x(02).
       77 ws-status-jogadores                       pic x(02).
       77 ws-status-recusadas                       pic x(02).
       77 ws-fim-arquivo                            pic x(01).
       77 ws-data-atual                             pic 9(08).
       77 ws-hora-atual                             pic 9(08).
       77 ws-saldo                                  pic s9(13)v99.
      *> gasto do dia: debitos de hoje menos os estornos de hoje
       77 ws-gasto-dia                              pic s9(13)v99.
       77 ws-limite                                 pic 9(09)v99.
       77 ws-valor-edit                             pic z(12)9,99.
       77 ws-saldo-edit                             pic -(12)9,99.
       77 ws-limite-edit                            pic z(08)9,99.

      *>----Variaveis para comunicacao entre programas
       linkage section.

      *> programa que pediu a verificacao (vai para o registro de recusas)
       77 lk-programa                               pic x(20).
       77 lk-jogador                                pic x(15).
      *> valor da aposta a cobrar (zero = nada a cobrar, sempre coberto)
       77 lk-valor                                  pic 9(13)v99.
      *> "A" = aposta: confere saldo e limite e registra a recusa;
      *> "C" = consulta: so devolve o saldo (balcao, saque)
       77 lk-operacao                               pic x(01).
      *> devolve "S" = aposta coberta, "N" = recusada (motivo em lk-mensagem)
       77 lk-situacao                               pic x(01).
       77 lk-saldo                                  pic s9(13)v99.
       77 lk-mensagem                               pic x(80).

      *>Declaracao do corpo do programa
       procedure division using lk-programa
                                lk-jogador
                                lk-valor
                                lk-operacao
                                lk-situacao
                                lk-saldo
                                lk-mensagem.

           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Calcula o saldo do jogador e, numa aposta, confere se ela cabe no
      *> saldo e no limite diario do cadastro (limite zero = sem limite)
      *>------------------------------------------------------------------------
       processamento section.
           move "S" to lk-situacao
           move spaces to lk-mensagem
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           perform calcular-saldo
           move ws-saldo to lk-saldo
           if lk-operacao = "A" and lk-valor > zero then
               perform carregar-limite
               evaluate true
                   when lk-valor > ws-saldo
                       move "N" to lk-situacao
                       move lk-valor to ws-valor-edit
                       move ws-saldo to ws-saldo-edit
                       string "Saldo insuficiente: aposta R$" delimited by size
                              ws-valor-edit delimited by size
                              ", saldo R$" delimited by size
                              ws-saldo-edit delimited by size
                              into lk-mensagem
                       end-string
                   when ws-limite > zero and ws-gasto-dia + lk-valor > ws-limite
                       move "N" to lk-situacao
                       move ws-limite to ws-limite-edit
                       string "Limite diario de R$" delimited by size
                              ws-limite-edit delimited by size
                              " atingido, volte amanha ou procure o balcao." delimited by size
                              into lk-mensagem
                       end-string
               end-evaluate
               if lk-situacao = "N" then
                   perform registrar-recusa
               end-if
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Percorre conta.dat somando os lancamentos do jogador: creditos
      *> ("C" premio, "E" deposito, "R" estorno) somam, os demais ("D"
      *> aposta ou cota de bolao, "S" saque, "I" imposto retido) subtraem
      *>------------------------------------------------------------------------
       calcular-saldo section.
           move zero to ws-saldo
           move zero to ws-gasto-dia
           move "N" to ws-fim-arquivo
           open input f-conta
           if ws-status-conta = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-conta
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if ct-jogador = lk-jogador then
                           if ct-tipo = "C" or ct-tipo = "E" or ct-tipo = "R" then
                               add ct-valor to ws-saldo
                           else
                               subtract ct-valor from ws-saldo
                           end-if
                           if ct-data = ws-data-atual then
                               if ct-tipo = "D" then
                                   add ct-valor to ws-gasto-dia
                               end-if
                               if ct-tipo = "R" then
                                   subtract ct-valor from ws-gasto-dia
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           if ws-status-conta not = "35" then
               close f-conta
           end-if
           .
       calcular-saldo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le o limite diario do jogador no cadastro (sem cadastro = sem limite,
      *> quem barra jogador fora do cadastro e o validarjogador)
      *>------------------------------------------------------------------------
       carregar-limite section.
           move zero to ws-limite
           open input f-jogadores
           if ws-status-jogadores not = "35" then
               move lk-jogador to jg-id
               read f-jogadores
                   invalid key
                       move zero to ws-limite
                   not invalid key
                       if jg-limite-diario is numeric then
                           move jg-limite-diario to ws-limite
                       end-if
               end-read
               close f-jogadores
           end-if
           .
       carregar-limite-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescenta a aposta recusada em apostas_recusadas.dat
      *>------------------------------------------------------------------------
       registrar-recusa section.
           open extend f-recusadas
           if ws-status-recusadas = "35" then
               open output f-recusadas
           end-if
           move spaces to reg-recusada
           move ws-data-atual to rc-data
           move ws-hora-atual (1:6) to rc-hora
           move lk-programa to rc-programa
           move lk-jogador to rc-jogador
           move lk-valor to rc-valor
           move ws-saldo to rc-saldo
           move lk-mensagem to rc-motivo
           write reg-recusada
           close f-recusadas
           .
       registrar-recusa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Saindo do programa e voltando para quem chamou
      *>------------------------------------------------------------------------
       finaliza section.
           exit program
           .
       finaliza-exit.
           exit.
