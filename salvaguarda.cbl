       77 ws-chave-atual                            pic x(15).
       77 ws-chave-tamanho                          pic 9(02).
       77 ws-registro-atual                         pic x(414).
      *>----Diario de auditoria (gravarauditoria): a reconstrucao troca o
      *>----arquivo inteiro, entao cada registro descartado entra como
      *>----exclusao e cada registro regravado do backup como inclusao
       77 ws-aud-programa                           pic x(20) value "salvaguarda".
       77 ws-aud-arquivo                            pic x(20).
       77 ws-aud-operacao                           pic x(01).
       77 ws-aud-chave                              pic x(20).
       77 ws-aud-antes                              pic x(414).
       77 ws-aud-depois                             pic x(414).
       77 ws-aud-fim                                pic x(01).
      *>----Controle de uso dos arquivos (controlearquivos): a reconstrucao
      *>----troca o arquivo inteiro e so roda com ele em uso exclusivo; a copia
      *>----e a conferencia so leem e convivem com as sessoes (compartilhado)
       77 ws-trava-programa                         pic x(20) value "salvaguarda".
       77 ws-trava-acao                             pic x(01).
       77 ws-trava-modo                             pic x(01).
       01 ws-trava-arquivos.
           05 ws-trava-arquivo                      pic x(20) occurs 10 times.
       77 ws-trava-ind                              pic 9(02).
       77 ws-trava-espera                           pic 9(04).
       77 ws-trava-sessao                           pic 9(08).
       77 ws-trava-situacao                         pic x(01) value space.
       77 ws-trava-msn                              pic x(80).


      *>Declaracao do corpo do programa
               move "TODOS" to ws-selecao
           end-if
           move zero to ws-qtd-divergencias
           perform obter-travas
           .
       inicializa-exit.
           exit.
      *> Executa a acao pedida sobre cada arquivo selecionado
      *>------------------------------------------------------------------------
       processamento section.
           if ws-trava-situacao = "S" then
               if ws-selecao = "JOGOS" or ws-selecao = "TODOS" then
                   perform tratar-meus-jogos
               end-if
               if ws-selecao = "PLACAR" or ws-selecao = "TODOS" then
                   perform tratar-leaderboard
               end-if
               if ws-selecao = "BOLAO" or ws-selecao = "TODOS" then
                   perform tratar-bolao
               end-if
           end-if
           if ws-acao = "CONFERIR" and ws-trava-situacao = "S" then
               display " "
               if ws-qtd-divergencias = zero then
                   display "Nenhuma divergencia entre os arquivos e os backups."
           if ws-status-backup = "35" then
               display "Backup meusjogos_backup.dat nao encontrado, nada reconstruido."
           else
      *> o que estava no arquivo vai para o diario de auditoria como
      *> excluido, e cada registro regravado do backup como incluido
               move "meusjogos.dat" to ws-aud-arquivo
               perform auditar-descarte-meus-jogos
               open output f-meus-jogos
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                           write reg-meu-jogo
                               invalid key
                                   display "Chave duplicada no backup ignorada: " mj-id
                               not invalid key
                                   move "I" to ws-aud-operacao
                                   move mj-id to ws-aud-chave
                                   move spaces to ws-aud-antes
                                   move reg-meu-jogo to ws-aud-depois
                                   perform auditar-registro
                           end-write
                           add 1 to ws-qtd-registros
                   end-read
       reconstruir-meus-jogos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Antes da reconstrucao, registra cada registro atual de meusjogos.dat
      *> no diario de auditoria como excluido (a imagem de antes)
      *>------------------------------------------------------------------------
       auditar-descarte-meus-jogos section.
           open input f-meus-jogos
           if ws-status-jogos not = "35" then
               move "N" to ws-aud-fim
               perform until ws-aud-fim = "S"
                   read f-meus-jogos next record
                       at end
                           move "S" to ws-aud-fim
                       not at end
                           move "E" to ws-aud-operacao
                           move mj-id to ws-aud-chave
                           move reg-meu-jogo to ws-aud-antes
                           move spaces to ws-aud-depois
                           perform auditar-registro
                   end-read
               end-perform
               close f-meus-jogos
           end-if
           .
       auditar-descarte-meus-jogos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> leaderboard.dat x leaderboard_backup.dat
      *>------------------------------------------------------------------------
           if ws-status-backup = "35" then
               display "Backup leaderboard_backup.dat nao encontrado, nada reconstruido."
           else
      *> o que estava no arquivo vai para o diario de auditoria como
      *> excluido, e cada registro regravado do backup como incluido
               move "leaderboard.dat" to ws-aud-arquivo
               perform auditar-descarte-leaderboard
               open output f-leaderboard
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                           write reg-leaderboard
                               invalid key
                                   display "Chave duplicada no backup ignorada: " lb-jogador
                               not invalid key
                                   move "I" to ws-aud-operacao
                                   move lb-jogador to ws-aud-chave
                                   move spaces to ws-aud-antes
                                   move reg-leaderboard to ws-aud-depois
                                   perform auditar-registro
                           end-write
                           add 1 to ws-qtd-registros
                   end-read
       reconstruir-leaderboard-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Antes da reconstrucao, registra cada registro atual de leaderboard.dat
      *> no diario de auditoria como excluido (a imagem de antes)
      *>------------------------------------------------------------------------
       auditar-descarte-leaderboard section.
           open input f-leaderboard
           if ws-status-leaderboard not = "35" then
               move "N" to ws-aud-fim
               perform until ws-aud-fim = "S"
                   read f-leaderboard next record
                       at end
                           move "S" to ws-aud-fim
                       not at end
                           move "E" to ws-aud-operacao
                           move lb-jogador to ws-aud-chave
                           move reg-leaderboard to ws-aud-antes
                           move spaces to ws-aud-depois
                           perform auditar-registro
                   end-read
               end-perform
               close f-leaderboard
           end-if
           .
       auditar-descarte-leaderboard-exit.
           exit.

      *>------------------------------------------------------------------------
      *> bolao.dat x bolao_backup.dat
      *>------------------------------------------------------------------------
           if ws-status-backup = "35" then
               display "Backup bolao_backup.dat nao encontrado, nada reconstruido."
           else
      *> o que estava no arquivo vai para o diario de auditoria como
      *> excluido, e cada registro regravado do backup como incluido
               move "bolao.dat" to ws-aud-arquivo
               perform auditar-descarte-bolao
               open output f-bolao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                           write reg-bolao
                               invalid key
                                   display "Chave duplicada no backup ignorada: " bl-id
                               not invalid key
                                   move "I" to ws-aud-operacao
                                   move bl-id to ws-aud-chave
                                   move spaces to ws-aud-antes
                                   move reg-bolao to ws-aud-depois
                                   perform auditar-registro
                           end-write
                           add 1 to ws-qtd-registros
                   end-read
       reconstruir-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Antes da reconstrucao, registra cada registro atual de bolao.dat
      *> no diario de auditoria como excluido (a imagem de antes)
      *>------------------------------------------------------------------------
       auditar-descarte-bolao section.
           open input f-bolao
           if ws-status-bolao not = "35" then
               move "N" to ws-aud-fim
               perform until ws-aud-fim = "S"
                   read f-bolao next record
                       at end
                           move "S" to ws-aud-fim
                       not at end
                           move "E" to ws-aud-operacao
                           move bl-id to ws-aud-chave
                           move reg-bolao to ws-aud-antes
                           move spaces to ws-aud-depois
                           perform auditar-registro
                   end-read
               end-perform
               close f-bolao
           end-if
           .
       auditar-descarte-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trava os arquivos selecionados: exclusivo na reconstrucao, esperando
      *> ate TRAVA_ESPERA segundos (zero = recusa na hora) pelas sessoes que
      *> os usam; compartilhado na copia e na conferencia
      *>------------------------------------------------------------------------
       obter-travas section.
           move "O" to ws-trava-acao
           accept ws-trava-espera from environment "TRAVA_ESPERA"
           on exception move zero to ws-trava-espera
           end-accept
           initialize ws-trava-arquivos
           if ws-acao = "RECONSTRUIR" then
               move "X" to ws-trava-modo
           else
               move "C" to ws-trava-modo
           end-if
           move zero to ws-trava-ind
           if ws-selecao = "JOGOS" or ws-selecao = "TODOS" then
               add 1 to ws-trava-ind
               move "meusjogos.dat" to ws-trava-arquivo (ws-trava-ind)
           end-if
           if ws-selecao = "PLACAR" or ws-selecao = "TODOS" then
               add 1 to ws-trava-ind
               move "leaderboard.dat" to ws-trava-arquivo (ws-trava-ind)
           end-if
           if ws-selecao = "BOLAO" or ws-selecao = "TODOS" then
               add 1 to ws-trava-ind
               move "bolao.dat" to ws-trava-arquivo (ws-trava-ind)
           end-if
           call "controlearquivos" using ws-trava-programa, ws-trava-acao,
                                         ws-trava-modo, ws-trava-arquivos,
                                         ws-trava-espera, ws-trava-sessao,
                                         ws-trava-situacao, ws-trava-msn
           if ws-trava-situacao not = "S" then
               display "Salvaguarda nao executada: " ws-trava-msn
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
      *> Registra no diario de auditoria a linha montada em ws-aud-*
      *>------------------------------------------------------------------------
       auditar-registro section.
           call "gravarauditoria" using ws-aud-programa, ws-aud-arquivo,
                                        ws-aud-operacao, ws-aud-chave,
                                        ws-aud-antes, ws-aud-depois
           .
       auditar-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega a ultima copia de seguranca (ws-nome-backup) na tabela de
      *> conferencia, guardando a imagem inteira de cada registro

      *>------------------------------------------------------------------------
      *> Finalizacao Normal: devolve 4 quando a conferencia achou
      *> divergencias, para a rodada que encadeia salvaguardas enxergar, e 8
      *> quando os arquivos estavam em uso e nada foi feito.
      *> Goback em vez de stop run para o programa tambem poder ser
      *> chamado pela cadeia noturna, como os demais passos
      *>------------------------------------------------------------------------
       finaliza section.
           evaluate true
               when ws-trava-situacao = "N"
                   move 8 to return-code
               when ws-qtd-divergencias > zero
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate
           perform liberar-travas
           goback
           .
       finaliza-exit.
