       77 ws-qtd-mantidos                           pic 9(08).
       77 ws-qtd-compr-arquivados                   pic 9(08).
       77 ws-qtd-compr-mantidos                     pic 9(08).
      *>----Controle de uso dos arquivos (controlearquivos): o fechamento
      *>----regrava historico.dat e comprovante.dat, entao so roda com os dois
      *>----em uso exclusivo, sem sessao do desafioloteria gravando neles
       77 ws-trava-programa                         pic x(20) value "fechamentoanual".
       77 ws-trava-acao                             pic x(01).
       77 ws-trava-modo                             pic x(01) value "X".
       01 ws-trava-arquivos.
           05 ws-trava-arquivo                      pic x(20) occurs 10 times.
       77 ws-trava-espera                           pic 9(04).
       77 ws-trava-sessao                           pic 9(08).
       77 ws-trava-situacao                         pic x(01) value space.
       77 ws-trava-msn                              pic x(80).

      *>----Totais por mes das sessoes arquivadas neste fechamento, somados
      *>----ao resumo ja existente de fechamentos anteriores (mesmo esquema
           if ws-data-corte = zero then
               display "Informe a data de corte na variavel de ambiente FECHAMENTO_DATA (aaaammdd)."
           else
               perform obter-travas
               if ws-trava-situacao = "S" then
                   perform carregar-resumo
               end-if
           end-if
           .
       inicializa-exit.
      *> fim regrava o resumo de arrasto com os meses arquivados agora
      *>------------------------------------------------------------------------
       processamento section.
           if ws-data-corte not = zero and ws-trava-situacao = "S" then
               display "===== Fechamento anual - corte em " ws-data-corte " ====="
               perform fechar-historico
               perform fechar-comprovante
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trava historico.dat e comprovante.dat em modo exclusivo, esperando
      *> ate TRAVA_ESPERA segundos (zero = recusa na hora) pelas sessoes
      *> que estiverem usando os arquivos
      *>------------------------------------------------------------------------
       obter-travas section.
           move "O" to ws-trava-acao
           accept ws-trava-espera from environment "TRAVA_ESPERA"
           on exception move zero to ws-trava-espera
           end-accept
           initialize ws-trava-arquivos
           move "historico.dat" to ws-trava-arquivo (1)
           move "comprovante.dat" to ws-trava-arquivo (2)
           call "controlearquivos" using ws-trava-programa, ws-trava-acao,
                                         ws-trava-modo, ws-trava-arquivos,
                                         ws-trava-espera, ws-trava-sessao,
                                         ws-trava-situacao, ws-trava-msn
           if ws-trava-situacao not = "S" then
               display "Fechamento nao executado: " ws-trava-msn
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
      *> Carrega o resumo de arrasto gravado por fechamentos anteriores (se
      *> existir) na tabela de meses

      *>------------------------------------------------------------------------
      *> Finalizacao Normal: goback em vez de stop run para o programa
      *> tambem poder ser chamado pela cadeia noturna, como os demais passos.
      *> Devolve 8 quando os arquivos estavam em uso e nada foi fechado
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-trava-situacao = "N" then
               move 8 to return-code
           end-if
           perform liberar-travas
           goback
           .
       finaliza-exit.
