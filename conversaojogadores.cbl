      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "conversaojogadores".
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
      *> rodada unica de implantacao do cadastro de jogadores: junta os
      *> nomes distintos ja gravados nos arquivos do sistema, cadastra como
      *> ativos os que ainda nao estao em jogadores.dat e lista os nomes
      *> parecidos (provavel mesmo jogador digitado de dois jeitos) para o
      *> balcao decidir qual fica e bloquear o outro
           select f-historico assign to "historico.dat"
               organization is line sequential
               file status is ws-status-historico.
           select f-leaderboard assign to "leaderboard.dat"
               organization is indexed
               access mode is dynamic
               record key is lb-jogador
               file status is ws-status-leaderboard.
           select f-conta assign to "conta.dat"
               organization is line sequential
               file status is ws-status-conta.
           select f-pendentes assign to "apostas_pendentes.dat"
               organization is line sequential
               file status is ws-status-pendentes.
           select f-bolao assign to "bolao.dat"
               organization is indexed
               access mode is dynamic
               record key is bl-id
               file status is ws-status-bolao.
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
      *> mesmo layout gravado pelo gravar-historico do desafioloteria
       fd  f-historico.
       01 reg-historico.
           05 rh-data                               pic 9(08).
           05 rh-quantidade                         pic 9(02).
           05 rh-numeros.
               10 rh-num                            pic 9(02) occurs 10 times.
           05 rh-sorteado.
               10 rh-sorteado-num                   pic 9(02) occurs 10 times.
           05 rh-qtd-sorteios                       pic 9(10).
           05 rh-tempo.
               10 rh-hora                           pic 9(02).
               10 rh-minuto                         pic 9(02).
               10 rh-segundo                        pic 9(02).
               10 rh-centesimo                      pic 9(02).
           05 rh-jogador                            pic x(15).

       fd  f-leaderboard.
       01 reg-leaderboard.
           05 lb-jogador                            pic x(15).
           05 lb-melhor-sorteios                    pic 9(10).
           05 lb-melhor-tempo.
               10 lb-melhor-hora                    pic 9(02).
               10 lb-melhor-minuto                  pic 9(02).
               10 lb-melhor-segundo                 pic 9(02).
               10 lb-melhor-centesimo                pic 9(02).

      *> mesmo layout gravado pelo contacorrente
       fd  f-conta.
       01 reg-conta.
           05 ct-jogador                            pic x(15).
           05 ct-data                               pic 9(08).
           05 ct-tipo                               pic x(01).
           05 ct-valor                              pic 9(13)v99.
           05 ct-historico                          pic x(40).

      *> mesmo layout gravado pelo apostaconcurso
       fd  f-pendentes.
       01 reg-pendente.
           05 ap-concurso                           pic 9(06).
           05 ap-jogador                            pic x(15).
           05 ap-quantidade                         pic 9(02).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-cobranca.
               10 ap-data-registro                  pic 9(08).
               10 ap-valor                          pic 9(09)v99.

      *> mesmo layout gravado pelo bolao
       fd  f-bolao.
       01 reg-bolao.
           05 bl-id                                 pic x(10).
           05 bl-qtd-membros                        pic 9(02).
           05 bl-membros.
               10 bl-membro                         occurs 10 times.
                   15 bl-membro-nome                pic x(15).
                   15 bl-membro-cotas               pic 9(03).
           05 bl-qtd-apostas                        pic 9(02).
           05 bl-apostas.
               10 bl-aposta                         occurs 10 times.
                   15 bl-aposta-qtde                pic 9(02).
                   15 bl-aposta-numeros.
                       20 bl-aposta-num             pic 9(02) occurs 10 times.

      *> mesmo layout gravado pelo cadastrojogador
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

       77 ws-status-historico                       pic x(02).
       77 ws-status-leaderboard                     pic x(02).
       77 ws-status-conta                           pic x(02).
       77 ws-status-pendentes                       pic x(02).
       77 ws-status-bolao                           pic x(02).
       77 ws-status-jogadores                       pic x(02).
       77 ws-fim-arquivo                            pic x(01).
       77 ws-achou                                  pic x(01).
       77 ws-data-atual                             pic 9(08).
      *> diario de auditoria (gravarauditoria): cada jogador incluido
       77 ws-aud-programa                           pic x(20) value "conversaojogadores".
       77 ws-aud-arquivo                            pic x(20) value "jogadores.dat".
       77 ws-aud-operacao                           pic x(01) value "I".
       77 ws-aud-chave                              pic x(20).
       77 ws-aud-antes                              pic x(414) value spaces.
       77 ws-aud-depois                             pic x(414).
       77 ws-mem-ind                                pic 9(02).
      *> nome lido do arquivo da vez e a letra do arquivo de origem
      *> (H=historico L=placar C=conta P=pendentes B=bolao)
       77 ws-nome-lido                              pic x(15).
       77 ws-origem                                 pic x(01).
      *> nomes distintos encontrados: o nome como gravado (vira o id do
      *> cadastro), o nome normalizado (maiusculas e sem espacos) usado na
      *> comparacao, o tamanho do normalizado e em quais arquivos apareceu
       77 ws-qtd-nomes                              pic 9(04).
       77 ws-nomes-excedidos                        pic 9(06).
       77 ws-nome-ind                               pic 9(04).
       77 ws-nome-ind2                              pic 9(04).
       01 ws-nomes-tab.
           05 ws-nome-ent                           occurs 1000 times.
               10 ws-nome                           pic x(15).
               10 ws-nome-norm                      pic x(15).
               10 ws-nome-tam                       pic 9(02).
               10 ws-nome-origens                   pic x(05).
      *> normalizacao de um nome
       77 ws-norm-ind                               pic 9(02).
       77 ws-norm-saida                             pic x(15).
       77 ws-norm-tam                               pic 9(02).
      *> comparacao de dois nomes normalizados
       77 ws-menor-tam                              pic 9(02).
       77 ws-qtd-diferencas                         pic 9(02).
       77 ws-motivo                                 pic x(40).
       77 ws-qtd-suspeitos                          pic 9(06).
       77 ws-qtd-incluidos                          pic 9(06).
       77 ws-qtd-ja-cadastrados                     pic 9(06).


      *>Declaracao do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Zerando a tabela de nomes e os contadores
      *>------------------------------------------------------------------------
       inicializa section.
           move zero to ws-qtd-nomes
           move zero to ws-nomes-excedidos
           move zero to ws-qtd-suspeitos
           move zero to ws-qtd-incluidos
           move zero to ws-qtd-ja-cadastrados
           initialize ws-nomes-tab
           accept ws-data-atual from date yyyymmdd
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Junta os nomes dos cinco arquivos, lista os suspeitos de duplicidade
      *> e cadastra quem ainda nao esta em jogadores.dat
      *>------------------------------------------------------------------------
       processamento section.
           display "===== Conversao de jogadores para jogadores.dat ====="
           perform coletar-historico
           perform coletar-leaderboard
           perform coletar-conta
           perform coletar-pendentes
           perform coletar-bolao
           display "Nomes distintos encontrados: " ws-qtd-nomes
           if ws-nomes-excedidos > zero then
               display "Atencao: " ws-nomes-excedidos " nome(s) alem do limite de 1000 ficaram de fora."
           end-if
           perform listar-suspeitos
           perform cadastrar-nomes
           display " "
           display "Jogadores incluidos no cadastro:   " ws-qtd-incluidos
           display "Jogadores que ja estavam cadastrados: " ws-qtd-ja-cadastrados
           display "Pares suspeitos de duplicidade:    " ws-qtd-suspeitos
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Nomes das sessoes do historico (registros antigos vem sem jogador)
      *>------------------------------------------------------------------------
       coletar-historico section.
           move "N" to ws-fim-arquivo
           open input f-historico
           if ws-status-historico = "35" then
               display "Arquivo historico.dat nao encontrado."
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-historico
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move rh-jogador to ws-nome-lido
                       move "H" to ws-origem
                       perform acumular-nome
               end-read
           end-perform
           if ws-status-historico not = "35" then
               close f-historico
           end-if
           .
       coletar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Nomes do placar
      *>------------------------------------------------------------------------
       coletar-leaderboard section.
           open input f-leaderboard
           if ws-status-leaderboard = "35" then
               display "Arquivo leaderboard.dat nao encontrado."
           else
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read f-leaderboard next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move lb-jogador to ws-nome-lido
                           move "L" to ws-origem
                           perform acumular-nome
                   end-read
               end-perform
               close f-leaderboard
           end-if
           .
       coletar-leaderboard-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Nomes da conta corrente
      *>------------------------------------------------------------------------
       coletar-conta section.
           move "N" to ws-fim-arquivo
           open input f-conta
           if ws-status-conta = "35" then
               display "Arquivo conta.dat nao encontrado."
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-conta
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move ct-jogador to ws-nome-lido
                       move "C" to ws-origem
                       perform acumular-nome
               end-read
           end-perform
           if ws-status-conta not = "35" then
               close f-conta
           end-if
           .
       coletar-conta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Nomes das apostas pendentes
      *>------------------------------------------------------------------------
       coletar-pendentes section.
           move "N" to ws-fim-arquivo
           open input f-pendentes
           if ws-status-pendentes = "35" then
               display "Arquivo apostas_pendentes.dat nao encontrado."
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-pendentes
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move ap-jogador to ws-nome-lido
                       move "P" to ws-origem
                       perform acumular-nome
               end-read
           end-perform
           if ws-status-pendentes not = "35" then
               close f-pendentes
           end-if
           .
       coletar-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Nomes dos membros de todos os boloes
      *>------------------------------------------------------------------------
       coletar-bolao section.
           open input f-bolao
           if ws-status-bolao = "35" then
               display "Arquivo bolao.dat nao encontrado."
           else
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read f-bolao next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           perform varying ws-mem-ind from 1 by 1
                                   until ws-mem-ind > bl-qtd-membros or ws-mem-ind > 10
                               move bl-membro-nome (ws-mem-ind) to ws-nome-lido
                               move "B" to ws-origem
                               perform acumular-nome
                           end-perform
                   end-read
               end-perform
               close f-bolao
           end-if
           .
       coletar-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guarda o nome lido na tabela (se ainda nao estiver) e marca o
      *> arquivo de origem
      *>------------------------------------------------------------------------
       acumular-nome section.
           if ws-nome-lido not = spaces then
               move "N" to ws-achou
               perform varying ws-nome-ind from 1 by 1 until ws-nome-ind > ws-qtd-nomes
                                                        or ws-achou = "S"
                   if ws-nome (ws-nome-ind) = ws-nome-lido then
                       move "S" to ws-achou
                       perform marcar-origem
                   end-if
               end-perform
               if ws-achou = "N" then
                   if ws-qtd-nomes < 1000 then
                       add 1 to ws-qtd-nomes
                       move ws-qtd-nomes to ws-nome-ind
                       move ws-nome-lido to ws-nome (ws-nome-ind)
                       move "....." to ws-nome-origens (ws-nome-ind)
                       perform normalizar-nome
                       move ws-norm-saida to ws-nome-norm (ws-nome-ind)
                       move ws-norm-tam to ws-nome-tam (ws-nome-ind)
                       perform marcar-origem
                   else
                       add 1 to ws-nomes-excedidos
                   end-if
               end-if
           end-if
           .
       acumular-nome-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Marca a letra do arquivo de origem na posicao dele (HLCPB)
      *>------------------------------------------------------------------------
       marcar-origem section.
           evaluate ws-origem
               when "H"
                   move "H" to ws-nome-origens (ws-nome-ind) (1:1)
               when "L"
                   move "L" to ws-nome-origens (ws-nome-ind) (2:1)
               when "C"
                   move "C" to ws-nome-origens (ws-nome-ind) (3:1)
               when "P"
                   move "P" to ws-nome-origens (ws-nome-ind) (4:1)
               when other
                   move "B" to ws-nome-origens (ws-nome-ind) (5:1)
           end-evaluate
           .
       marcar-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Nome normalizado: maiusculas e sem espacos, para "Maria Silva",
      *> "MARIA SILVA" e "MARIASILVA" cairem no mesmo valor
      *>------------------------------------------------------------------------
       normalizar-nome section.
           move spaces to ws-norm-saida
           move zero to ws-norm-tam
           perform varying ws-norm-ind from 1 by 1 until ws-norm-ind > 15
               if ws-nome-lido (ws-norm-ind:1) not = space then
                   add 1 to ws-norm-tam
                   move ws-nome-lido (ws-norm-ind:1) to ws-norm-saida (ws-norm-tam:1)
               end-if
           end-perform
           inspect ws-norm-saida converting "abcdefghijklmnopqrstuvwxyz"
                                         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
       normalizar-nome-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Compara todos os pares de nomes e lista os parecidos: mesmo nome
      *> normalizado, um nome comecando com o outro ("MARIA" e "MARIA S")
      *> ou mesmo tamanho diferindo em uma unica letra (erro de digitacao)
      *>------------------------------------------------------------------------
       listar-suspeitos section.
           display " "
           display "----- Nomes suspeitos de serem o mesmo jogador -----"
           perform varying ws-nome-ind from 1 by 1 until ws-nome-ind > ws-qtd-nomes
               perform varying ws-nome-ind2 from ws-nome-ind by 1
                       until ws-nome-ind2 > ws-qtd-nomes
                   if ws-nome-ind2 > ws-nome-ind then
                       perform comparar-nomes
                       if ws-motivo not = spaces then
                           add 1 to ws-qtd-suspeitos
                           display "[" ws-nome (ws-nome-ind) "] ("
                                   ws-nome-origens (ws-nome-ind) ") x ["
                                   ws-nome (ws-nome-ind2) "] ("
                                   ws-nome-origens (ws-nome-ind2) "): " ws-motivo
                       end-if
                   end-if
               end-perform
           end-perform
           if ws-qtd-suspeitos = zero then
               display "Nenhum nome parecido encontrado."
           else
               display "Origem: H=historico L=placar C=conta P=pendentes B=bolao"
           end-if
           .
       listar-suspeitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Decide se o par (ws-nome-ind, ws-nome-ind2) e suspeito; ws-motivo
      *> volta em branco quando os nomes nao se parecem
      *>------------------------------------------------------------------------
       comparar-nomes section.
           move spaces to ws-motivo
           if ws-nome-tam (ws-nome-ind) < ws-nome-tam (ws-nome-ind2) then
               move ws-nome-tam (ws-nome-ind) to ws-menor-tam
           else
               move ws-nome-tam (ws-nome-ind2) to ws-menor-tam
           end-if
           evaluate true
               when ws-nome-norm (ws-nome-ind) = ws-nome-norm (ws-nome-ind2)
                   move "mesmo nome (maiusculas/espacos)" to ws-motivo
      *> prefixo so a partir de 3 letras, senao "AL" bateria com meio mundo
               when ws-menor-tam >= 3 and
                    ws-nome-norm (ws-nome-ind) (1:ws-menor-tam) =
                    ws-nome-norm (ws-nome-ind2) (1:ws-menor-tam)
                   move "um nome comeca com o outro" to ws-motivo
               when ws-nome-tam (ws-nome-ind) = ws-nome-tam (ws-nome-ind2) and
                    ws-menor-tam >= 4
                   move zero to ws-qtd-diferencas
                   perform varying ws-norm-ind from 1 by 1 until ws-norm-ind > ws-menor-tam
                       if ws-nome-norm (ws-nome-ind) (ws-norm-ind:1) not =
                          ws-nome-norm (ws-nome-ind2) (ws-norm-ind:1) then
                           add 1 to ws-qtd-diferencas
                       end-if
                   end-perform
                   if ws-qtd-diferencas = 1 then
                       move "difere em uma letra" to ws-motivo
                   end-if
           end-evaluate
           .
       comparar-nomes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cadastra como ativo cada nome que ainda nao esta em jogadores.dat;
      *> o nome completo comeca igual ao id e o contato em branco, para o
      *> balcao completar pelo cadastrojogador
      *>------------------------------------------------------------------------
       cadastrar-nomes section.
           open i-o f-jogadores
           if ws-status-jogadores = "35" then
               open output f-jogadores
               close f-jogadores
               open i-o f-jogadores
           end-if
           perform varying ws-nome-ind from 1 by 1 until ws-nome-ind > ws-qtd-nomes
               move ws-nome (ws-nome-ind) to jg-id
               read f-jogadores
                   invalid key
                       move spaces to reg-jogador
                       move ws-nome (ws-nome-ind) to jg-id
                       move ws-nome (ws-nome-ind) to jg-nome
                       move "A" to jg-situacao
                       move ws-data-atual to jg-data-cadastro
                       move zero to jg-limite-diario
                       write reg-jogador
                       add 1 to ws-qtd-incluidos
                       move jg-id to ws-aud-chave
                       move reg-jogador to ws-aud-depois
                       call "gravarauditoria" using ws-aud-programa, ws-aud-arquivo,
                                                    ws-aud-operacao, ws-aud-chave,
                                                    ws-aud-antes, ws-aud-depois
                   not invalid key
                       add 1 to ws-qtd-ja-cadastrados
               end-read
           end-perform
           close f-jogadores
           .
       cadastrar-nomes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalizacao Normal: codigo de retorno 4 quando ha nomes suspeitos
      *> a conferir, 0 quando a conversao saiu limpa
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-qtd-suspeitos > zero then
               move 4 to return-code
           else
               move zero to return-code
           end-if
           goback
           .
       finaliza-exit.
           exit.
