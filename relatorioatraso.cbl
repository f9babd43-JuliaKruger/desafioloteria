           select f-real assign to "megasena_real.dat"
               organization is line sequential
               file status is ws-status-real.
      *> resultado oficial por concurso gravado pelo importarresultados:
      *> premiacao real de cada faixa e sequencias de sena acumulada
           select f-resultados-concurso assign to "resultados_concursos.dat"
               organization is indexed
               access mode is dynamic
               record key is rs-concurso
               alternate record key is rs-data with duplicates
               file status is ws-status-resultados.
       i-o-control.


           05 rr-numeros.
               10 rr-numero                         pic 9(02) occurs 6 times.

      *> mesmo layout gravado pelo importarresultados
       fd  f-resultados-concurso.
       01 reg-resultado-concurso.
           05 rs-concurso                           pic 9(06).
           05 rs-data                               pic 9(08).
           05 rs-numeros.
               10 rs-numero                         pic 9(02) occurs 6 times.
           05 rs-ganhadores-sena                    pic 9(06).
           05 rs-rateio-sena                        pic 9(13)v99.
           05 rs-ganhadores-quina                   pic 9(06).
           05 rs-rateio-quina                       pic 9(13)v99.
           05 rs-ganhadores-quadra                  pic 9(06).
           05 rs-rateio-quadra                      pic 9(13)v99.
           05 rs-acumulou                           pic x(01).
           05 rs-data-carga                         pic 9(08).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-faixa-inicio                           pic 9(03).
       77 ws-faixa-fim                              pic 9(03).

      *>----Premiacao oficial por concurso (resultados_concursos.dat): quantos
      *>----concursos tem premiacao, quantos acumularam, a maior sequencia de
      *>----acumulados seguidos e o rateio medio/maior de cada faixa
       77 ws-status-resultados                      pic x(02).
       77 ws-ofi-concursos                          pic 9(06).
       77 ws-ofi-com-premiacao                      pic 9(06).
       77 ws-ofi-acumulados                         pic 9(06).
       77 ws-ofi-seq-atual                          pic 9(06).
       77 ws-ofi-seq-maior                          pic 9(06).
       77 ws-ofi-seq-fim                            pic 9(06).
       77 ws-ofi-primeiro                           pic 9(06).
       77 ws-ofi-ultimo                             pic 9(06).
       77 ws-ofi-qtd-sena                           pic 9(06).
       77 ws-ofi-qtd-quina                          pic 9(06).
       77 ws-ofi-qtd-quadra                         pic 9(06).
       77 ws-ofi-soma-sena                          pic 9(15)v99.
       77 ws-ofi-soma-quina                         pic 9(15)v99.
       77 ws-ofi-soma-quadra                        pic 9(15)v99.
       77 ws-ofi-maior-sena                         pic 9(13)v99.
       77 ws-ofi-maior-sena-conc                    pic 9(06).
       77 ws-ofi-media                              pic 9(13)v99.
       77 ws-ofi-valor-edit                         pic z(12)9,99.
      *>----Controle de uso dos arquivos (controlearquivos): o relatorio so
      *>----le, em modo compartilhado, para nao cruzar com o importarresultados
      *>----regravando os sorteios reais e os resultados por concurso
       77 ws-trava-programa                         pic x(20) value "relatorioatraso".
       77 ws-trava-acao                             pic x(01).
       77 ws-trava-modo                             pic x(01) value "C".
       01 ws-trava-arquivos.
           05 ws-trava-arquivo                      pic x(20) occurs 10 times.
       77 ws-trava-espera                           pic 9(04).
       77 ws-trava-sessao                           pic 9(08).
       77 ws-trava-situacao                         pic x(01) value space.
       77 ws-trava-msn                              pic x(80).


      *>Declaracao do corpo do programa
       procedure division.
           move zero to ws-soma-menor
           move zero to ws-soma-maior
           move zero to ws-soma-total
           perform obter-travas
           .
       inicializa-exit.
           exit.
      *> intervalos, pares e soma das dezenas, e imprime o relatorio
      *>------------------------------------------------------------------------
       processamento section.
           if ws-trava-situacao = "S" then
               move "N" to ws-fim-arquivo
               open input f-real
               if ws-status-real = "35" then
                   display "Arquivo megasena_real.dat nao encontrado, rode o importarresultados antes."
                   move "S" to ws-fim-arquivo
               end-if
               perform until ws-fim-arquivo = "S"
                   read f-real
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-concursos
                           perform acumular-concurso
                   end-read
               end-perform
               if ws-status-real not = "35" then
                   close f-real
                   if ws-qtd-concursos > zero then
                       perform imprimir-relatorio
                   else
                       display "Nenhum sorteio real carregado, nada a analisar."
                   end-if
               end-if
               perform premiacao-oficial
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Percorre resultados_concursos.dat em ordem de concurso e imprime a
      *> premiacao oficial: concursos com rateio, senas acumuladas (e a maior
      *> sequencia delas) e o rateio medio de cada faixa. Concursos carregados
      *> sem premiacao no export entram so na contagem
      *>------------------------------------------------------------------------
       premiacao-oficial section.
           move zero to ws-ofi-concursos
           move zero to ws-ofi-com-premiacao
           move zero to ws-ofi-acumulados
           move zero to ws-ofi-seq-atual
           move zero to ws-ofi-seq-maior
           move zero to ws-ofi-seq-fim
           move zero to ws-ofi-primeiro
           move zero to ws-ofi-ultimo
           move zero to ws-ofi-qtd-sena
           move zero to ws-ofi-qtd-quina
           move zero to ws-ofi-qtd-quadra
           move zero to ws-ofi-soma-sena
           move zero to ws-ofi-soma-quina
           move zero to ws-ofi-soma-quadra
           move zero to ws-ofi-maior-sena
           move zero to ws-ofi-maior-sena-conc
           open input f-resultados-concurso
           if ws-status-resultados = "35" then
               display " "
               display "Arquivo resultados_concursos.dat nao encontrado, sem premiacao oficial."
           else
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read f-resultados-concurso next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           perform acumular-premiacao
                   end-read
               end-perform
               close f-resultados-concurso
               perform imprimir-premiacao
           end-if
           .
       premiacao-oficial-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acumula a premiacao oficial de um concurso
      *>------------------------------------------------------------------------
       acumular-premiacao section.
           add 1 to ws-ofi-concursos
           if ws-ofi-primeiro = zero then
               move rs-concurso to ws-ofi-primeiro
           end-if
           move rs-concurso to ws-ofi-ultimo
           if rs-acumulou = "S" or rs-acumulou = "N" then
               add 1 to ws-ofi-com-premiacao
           end-if
      *> sequencia de acumulados seguidos (um concurso sem premiacao no
      *> export interrompe a sequencia, ja que nao se sabe o que houve nele)
           if rs-acumulou = "S" then
               add 1 to ws-ofi-acumulados
               add 1 to ws-ofi-seq-atual
               if ws-ofi-seq-atual > ws-ofi-seq-maior then
                   move ws-ofi-seq-atual to ws-ofi-seq-maior
                   move rs-concurso to ws-ofi-seq-fim
               end-if
           else
               move zero to ws-ofi-seq-atual
           end-if
           if rs-rateio-sena > zero then
               add 1 to ws-ofi-qtd-sena
               add rs-rateio-sena to ws-ofi-soma-sena
               if rs-rateio-sena > ws-ofi-maior-sena then
                   move rs-rateio-sena to ws-ofi-maior-sena
                   move rs-concurso to ws-ofi-maior-sena-conc
               end-if
           end-if
           if rs-rateio-quina > zero then
               add 1 to ws-ofi-qtd-quina
               add rs-rateio-quina to ws-ofi-soma-quina
           end-if
           if rs-rateio-quadra > zero then
               add 1 to ws-ofi-qtd-quadra
               add rs-rateio-quadra to ws-ofi-soma-quadra
           end-if
           .
       acumular-premiacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprime o bloco de premiacao oficial
      *>------------------------------------------------------------------------
       imprimir-premiacao section.
           display " "
           display "--- Premiacao oficial por concurso (resultados_concursos.dat) ---"
           display "Concursos carregados: " ws-ofi-concursos
                   " (do " ws-ofi-primeiro " ao " ws-ofi-ultimo ")"
           display "Concursos com premiacao oficial: " ws-ofi-com-premiacao
           display "Senas acumuladas: " ws-ofi-acumulados
           if ws-ofi-seq-maior > zero then
               display "Maior sequencia de acumulados: " ws-ofi-seq-maior
                       " concurso(s), ate o concurso " ws-ofi-seq-fim
           end-if
           if ws-ofi-qtd-sena > zero then
               compute ws-ofi-media = ws-ofi-soma-sena / ws-ofi-qtd-sena
               move ws-ofi-media to ws-ofi-valor-edit
               display "Rateio medio da sena:   R$" ws-ofi-valor-edit
                       " (" ws-ofi-qtd-sena " concurso(s))"
               move ws-ofi-maior-sena to ws-ofi-valor-edit
               display "Maior rateio da sena:   R$" ws-ofi-valor-edit
                       " (concurso " ws-ofi-maior-sena-conc ")"
           end-if
           if ws-ofi-qtd-quina > zero then
               compute ws-ofi-media = ws-ofi-soma-quina / ws-ofi-qtd-quina
               move ws-ofi-media to ws-ofi-valor-edit
               display "Rateio medio da quina:  R$" ws-ofi-valor-edit
           end-if
           if ws-ofi-qtd-quadra > zero then
               compute ws-ofi-media = ws-ofi-soma-quadra / ws-ofi-qtd-quadra
               move ws-ofi-media to ws-ofi-valor-edit
               display "Rateio medio da quadra: R$" ws-ofi-valor-edit
           end-if
           .
       imprimir-premiacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acumula um sorteio real: saida e intervalo de cada dezena sorteada,
      *> os pares sorteados juntos e a faixa da soma das 6 dezenas
       exibir-melhor-par-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra o uso compartilhado dos arquivos lidos, sem esperar: se um
      *> processo exclusivo estiver com eles, pede para voltar mais tarde
      *>------------------------------------------------------------------------
       obter-travas section.
           move "O" to ws-trava-acao
           move zero to ws-trava-espera
           initialize ws-trava-arquivos
           move "megasena_real.dat" to ws-trava-arquivo (1)
           move "resultados_concursos.dat" to ws-trava-arquivo (2)
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
