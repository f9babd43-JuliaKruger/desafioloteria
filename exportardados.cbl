       77 ws-data-ini                               pic 9(08).
       77 ws-data-fim                               pic 9(08).
       77 ws-qtd-exportados                         pic 9(08).
      *>----Controle de uso dos arquivos (controlearquivos): a exportacao so
      *>----le, em modo compartilhado, para nao cruzar com o fechamento anual
      *>----ou a reconstrucao da salvaguarda regravando historico e placar
       77 ws-trava-programa                         pic x(20) value "exportardados".
       77 ws-trava-acao                             pic x(01).
       77 ws-trava-modo                             pic x(01) value "C".
       01 ws-trava-arquivos.
           05 ws-trava-arquivo                      pic x(20) occurs 10 times.
       77 ws-trava-espera                           pic 9(04).
       77 ws-trava-sessao                           pic 9(08).
       77 ws-trava-situacao                         pic x(01) value space.
       77 ws-trava-msn                              pic x(80).


      *>Declaracao do corpo do programa
           if ws-data-fim = zero then
               move 99999999 to ws-data-fim
           end-if
           perform obter-travas
           .
       inicializa-exit.
           exit.
      *> Exporta os arquivos pedidos, cada um para o seu .csv com cabecalho
      *>------------------------------------------------------------------------
       processamento section.
           if ws-trava-situacao = "S" then
               if ws-selecao = "HISTORICO" or ws-selecao = "TODOS" then
                   perform exportar-historico
               end-if
               if ws-selecao = "PLACAR" or ws-selecao = "LEADERBOARD" or
                  ws-selecao = "TODOS" then
                   perform exportar-leaderboard
               end-if
               if ws-selecao = "FREQUENCIA" or ws-selecao = "TODOS" then
                   perform exportar-frequencia
               end-if
               if ws-selecao = "EXECUCOES" or ws-selecao = "TODOS" then
                   perform exportar-execucoes
               end-if
           end-if
           .
       processamento-exit.
       exportar-execucoes-exit.
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
           move "leaderboard.dat" to ws-trava-arquivo (2)
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
      *> Finalizacao Normal: goback em vez de stop run para o programa
      *> tambem poder ser chamado pela cadeia noturna, como os demais passos
      *> Devolve 8 quando os arquivos estavam em uso exclusivo e nada foi lido
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-trava-situacao = "N" then
               move 8 to return-code
           end-if
           perform liberar-travas
           goback
           .
       finaliza-exit.
