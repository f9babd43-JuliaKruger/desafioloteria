               10 ws-jogador-melhor                 pic 9(10).
               10 ws-jogador-sessoes                pic 9(06).
               10 ws-jogador-no-placar              pic x(01).
      *>----Controle de uso dos arquivos (controlearquivos): a conciliacao
      *>----so le, em modo compartilhado, para nao cruzar com o fechamento
      *>----anual ou a reconstrucao da salvaguarda regravando os arquivos
       77 ws-trava-programa                         pic x(20) value "reconciliacao".
       77 ws-trava-acao                             pic x(01).
       77 ws-trava-modo                             pic x(01) value "C".
       01 ws-trava-arquivos.
           05 ws-trava-arquivo                      pic x(20) occurs 10 times.
       77 ws-trava-espera                           pic 9(04).
       77 ws-trava-sessao                           pic 9(08).
       77 ws-trava-situacao                         pic x(01) value space.
       77 ws-trava-msn                              pic x(80).


      *>Declaracao do corpo do programa
           move zero to ws-qtd-compr-invalidos
           initialize ws-datas-tab
           initialize ws-jogadores-tab
           perform obter-travas
           .
       inicializa-exit.
           exit.
      *> orfao ou divergencia entre eles
      *>------------------------------------------------------------------------
       processamento section.
           if ws-trava-situacao = "S" then
               display "===== Conciliacao historico x comprovante x placar ====="
               perform carregar-historico
               perform carregar-comprovante
               perform conferir-datas
               perform conferir-leaderboard
               perform conferir-jogadores-sem-placar
               display " "
               if ws-qtd-divergencias = zero then
                   display "Nenhuma divergencia encontrada."
               else
                   display "Total de divergencias: " ws-qtd-divergencias
               end-if
           end-if
           .
       processamento-exit.
       conferir-jogadores-sem-placar-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra o uso compartilhado dos arquivos lidos, sem esperar: se um
      *> processo exclusivo estiver com eles, pede para voltar mais tarde
      *>------------------------------------------------------------------------
       obter-travas section.
           move "O" to ws-trava-acao
           move zero to ws-trava-espera
           initialize ws-trava-arquivos
           move "historico.dat" to ws-trava-arquivo (1)
           move "comprovante.dat" to ws-trava-arquivo (2)
           move "leaderboard.dat" to ws-trava-arquivo (3)
           call "controlearquivos" using ws-trava-programa, ws-trava-acao,
                                         ws-trava-modo, ws-trava-arquivos,
                                         ws-trava-espera, ws-trava-sessao,
                                         ws-trava-situacao, ws-trava-msn
           if ws-trava-situacao not = "S" then
               display "O sistema esta em manutencao no momento, por favor volte mais tarde."
               display ws-trava-msn
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
      *> Finalizacao Normal: devolve um codigo de retorno para quem
      *> encadeia as rodadas noturnas (0 = conciliado, 4 = ha divergencias)
      *> - antes o programa "dava certo" mesmo listando divergencias.
      *> Goback em vez de stop run para tambem poder ser chamado pela cadeia
      *> Devolve 8 quando os arquivos estavam em uso exclusivo e nada foi lido
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-qtd-divergencias > zero then
           else
               move zero to return-code
           end-if
           if ws-trava-situacao = "N" then
               move 8 to return-code
           end-if
           perform liberar-travas
           goback
           .
       finaliza-exit.
