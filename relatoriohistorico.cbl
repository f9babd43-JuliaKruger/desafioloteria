       77 ws-tempo-minutos                          pic 9(02).
       77 ws-tempo-segundos                         pic 9(02).
       77 ws-tempo-centesimos                       pic 9(02).
      *>----Controle de uso dos arquivos (controlearquivos): o relatorio so
      *>----le, em modo compartilhado, para nao cruzar com o fechamento anual
      *>----regravando o historico
       77 ws-trava-programa                         pic x(20) value "relatoriohistorico".
       77 ws-trava-acao                             pic x(01).
       77 ws-trava-modo                             pic x(01) value "C".
       01 ws-trava-arquivos.
           05 ws-trava-arquivo                      pic x(20) occurs 10 times.
       77 ws-trava-espera                           pic 9(04).
       77 ws-trava-sessao                           pic 9(08).
       77 ws-trava-situacao                         pic x(01) value space.
       77 ws-trava-msn                              pic x(80).


      *>Declaracao do corpo do programa
           move zero to ws-tempo-total-cent
           move zero to ws-arq-sessoes
           move zero to ws-arq-sorteios
           perform obter-travas
           .
       inicializa-exit.
           exit.
      *> Percorre historico.dat acumulando os totais e imprime o relatorio
      *>------------------------------------------------------------------------
       processamento section.
           if ws-trava-situacao = "S" then
      *> primeiro o resumo de arrasto dos fechamentos, para os meses
      *> arquivados ja estarem na tabela quando o historico vivo entrar
               perform acumular-resumo-fechamentos
               move "N" to ws-fim-historico
               open input f-historico
               if ws-status-historico = "35" then
                   display "Arquivo historico.dat nao encontrado, nenhuma sessao registrada."
                   move "S" to ws-fim-historico
               end-if
               perform until ws-fim-historico = "S"
                   read f-historico
                       at end
                           move "S" to ws-fim-historico
                       not at end
                           perform acumular-sessao
                   end-read
               end-perform
               if ws-status-historico not = "35" then
                   close f-historico
                   perform imprimir-relatorio
               end-if
           end-if
           .
       processamento-exit.
       imprimir-relatorio-exit.
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
      *> encadeia as rodadas noturnas (0 = relatorio impresso, 8 = sem
      *> historico para ler). Goback em vez de stop run para o programa
      *> tambem poder ser chamado pela cadeia noturna
      *> Tambem devolve 8 quando o historico estava em uso exclusivo
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-status-historico = "35" then
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
