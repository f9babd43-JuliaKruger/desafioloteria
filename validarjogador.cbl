      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "validarjogador".
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
      *> cadastro de jogadores mantido pelo cadastrojogador: so quem esta
      *> cadastrado e ativo pode jogar, apostar, entrar em bolao ou ter
      *> lancamento na conta corrente
           select f-jogadores assign to "jogadores.dat"
               organization is indexed
               access mode is dynamic
               record key is jg-id
               file status is ws-status-jogadores.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  f-jogadores.
       01 reg-jogador.
           05 jg-id                                 pic x(15).
           05 jg-nome                               pic x(40).
           05 jg-situacao                           pic x(01).
           05 jg-data-cadastro                      pic 9(08).
           05 jg-contato                            pic x(40).
      *> limite diario de gasto em apostas (zero = sem limite)
           05 jg-limite-diario                      pic 9(09)v99.

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-jogadores                       pic x(02).

      *>----Variaveis para comunicacao entre programas
       linkage section.

       77 lk-jogador                                pic x(15).
      *> devolve "A" = cadastrado e ativo, "B" = cadastrado mas bloqueado,
      *> "N" = nao cadastrado (ou cadastro inexistente)
       77 lk-situacao                               pic x(01).
      *> mensagem pronta para quem chamou mostrar ao jogador/operador
       77 lk-mensagem                               pic x(80).

      *>Declaracao do corpo do programa
       procedure division using lk-jogador
                                lk-situacao
                                lk-mensagem.

           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Procura o jogador no cadastro e devolve a situacao dele
      *>------------------------------------------------------------------------
       processamento section.
           move "N" to lk-situacao
           move spaces to lk-mensagem
           if lk-jogador = spaces then
               move "Informe o jogador (precisa estar cadastrado e ativo)." to lk-mensagem
           else
               open input f-jogadores
               if ws-status-jogadores = "35" then
                   move "Cadastro de jogadores (jogadores.dat) nao encontrado." to lk-mensagem
               else
                   move lk-jogador to jg-id
                   read f-jogadores
                       invalid key
                           string "Jogador " delimited by size
                                  lk-jogador delimited by "  "
                                  " nao cadastrado, procure o balcao." delimited by size
                                  into lk-mensagem
                           end-string
                       not invalid key
                           if jg-situacao = "A" then
                               move "A" to lk-situacao
                           else
                               move "B" to lk-situacao
                               string "Jogador " delimited by size
                                      lk-jogador delimited by "  "
                                      " bloqueado, procure o balcao." delimited by size
                                      into lk-mensagem
                               end-string
                           end-if
                   end-read
                   close f-jogadores
               end-if
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Saindo do programa e voltando para quem chamou
      *>------------------------------------------------------------------------
       finaliza section.
           exit program
           .
       finaliza-exit.
           exit.
