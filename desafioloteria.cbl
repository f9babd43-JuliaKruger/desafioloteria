           05 fq-numero                             pic 9(02).
           05 fq-contagem                           pic 9(08).

      *> preco da aposta por quantidade de dezenas (6 a 10), em reais, com a
      *> data em que passa a valer, quem lancou e quando (manutencaotabelas).
      *> Linhas antigas, sem essa parte, valem desde sempre
       fd  f-precos.
       01 reg-preco.
           05 pc-quantidade                         pic 9(02).
           05 pc-valor                              pic 9(11)v99.
           05 pc-vigencia                           pic 9(08).
           05 pc-usuario                            pic x(20).
           05 pc-data-registro                      pic 9(08).

       fd  f-entrada-lote.
       01 reg-entrada-lote.

      *> motivo: 01=quantidade fora da faixa 02=dezena fora de 1 ao limite
      *> do jogo 03=dezena repetida na aposta
      *> data da rejeicao no fim da linha, para o resumo diario (o reenvio
      *> so usa o registro original)
       fd  f-rejeitados.
       01 reg-rejeitado.
           05 rj-motivo                             pic 9(02).
           05 filler                                pic x(01).
           05 rj-registro                           pic x(22).
           05 filler                                pic x(01).
           05 rj-data                               pic 9(08).

       fd  f-meus-jogos.
       01 reg-meu-jogo.
       77 ws-preco-ind                                pic 9(02).
       01 ws-precos-tab.
           05 ws-preco-valor                          pic 9(11)v99 occurs 5 times.
           05 ws-preco-vigencia                       pic 9(08) occurs 5 times.
       77 ws-precos-data                              pic 9(08).
       77 ws-conta-tipo                               pic x(01).
       77 ws-conta-valor                              pic 9(13)v99.
       77 ws-conta-historico                          pic x(40).
      *> o premio do modo REAL entra pelo creditarpremio: credito bruto e,
      *> acima do limite de isencao, o imposto retido (debito "I")
       77 ws-premio-programa                          pic x(20) value "desafioloteria".
       77 ws-imposto-premio                           pic 9(13)v99.
      *> menu principal para uso humano: escolhe o modo na tela em vez de
      *> sair, exportar DESAFIO_MODO e relancar - a variavel de ambiente
      *> continua valendo para os jobs em lote, que pulam o menu
       77 ws-mnt-id-edicao                            pic x(10).
       77 ws-mnt-fim                                  pic x(01).
       77 ws-mnt-listados                             pic 9(04).
      *> cadastro de jogadores (jogadores.dat, via validarjogador): o nome
      *> informado em sc-tela precisa estar cadastrado e ativo; em branco a
      *> sessao continua anonima (sem placar e sem conta corrente)
       77 ws-jogador-valido                           pic x(01).
       77 ws-jogador-situacao                         pic x(01).
       77 ws-jogador-msn                              pic x(80).
      *> saldo pre-pago (verificarsaldo): a aposta de um jogador com nome so
      *> e aceita se o custo cabe no saldo e no limite diario dele
       77 ws-saldo-programa                           pic x(20) value "desafioloteria".
       77 ws-saldo-operacao                           pic x(01) value "A".
       77 ws-saldo-situacao                           pic x(01).
       77 ws-saldo-atual                              pic s9(13)v99.
      *> diario de auditoria (gravarauditoria): toda inclusao, alteracao e
      *> exclusao em meusjogos.dat e leaderboard.dat, com antes e depois
       77 ws-aud-programa                             pic x(20) value "desafioloteria".
       77 ws-aud-arquivo                              pic x(20).
       77 ws-aud-operacao                             pic x(01).
       77 ws-aud-chave                                pic x(20).
       77 ws-aud-antes                                pic x(414).
       77 ws-aud-depois                               pic x(414).
      *> controle de uso dos arquivos (controlearquivos): as sessoes convivem
      *> entre si, mas nao com o fechamento anual, a reconstrucao da
      *> salvaguarda ou a importacao de resultados, que pedem exclusividade
       77 ws-trava-programa                           pic x(20) value "desafioloteria".
       77 ws-trava-acao                               pic x(01).
       77 ws-trava-modo                               pic x(01) value "C".
       01 ws-trava-arquivos.
           05 ws-trava-arquivo                        pic x(20) occurs 10 times.
       77 ws-trava-espera                             pic 9(04).
       77 ws-trava-sessao                             pic 9(08).
       77 ws-trava-situacao                           pic x(01) value space.
       77 ws-trava-msn                                pic x(80).



           move spaces to ws-status-execucoes
           move spaces to ws-status-precos
           move spaces to ws-status-rejeitados
      *> os arquivos so sao abertos com as travas concedidas
           perform obter-travas
           if ws-trava-situacao = "S" then
      *> abrindo (ou criando, se ainda nao existir) o arquivo de jogos favoritos
               open i-o f-meus-jogos
               if ws-status-jogos = "35" then
                   open output f-meus-jogos
                   close f-meus-jogos
                   open i-o f-meus-jogos
               end-if
      *> criando o placar por jogador, se ainda nao existir - o arquivo NAO
      *> fica aberto durante a execucao: cada atualizacao abre, rele o
      *> registro atual do disco, regrava e fecha, para duas sessoes
      *> abertas ao mesmo tempo nao se atropelarem no placar
               open i-o f-leaderboard
               if ws-status-leaderboard = "35" then
                   open output f-leaderboard
               end-if
               close f-leaderboard
           end-if
           .
       inicializa-exit.
           exit.
           if ws-modo-execucao = spaces then
               move "MENU" to ws-modo-execucao
           end-if
           if ws-trava-situacao = "S" then
      *> registra a abertura da execucao no diario (e avisa se a execucao
      *> anterior morreu sem registrar o encerramento)
               perform abrir-execucao
               perform executar-modo
      *> registra o encerramento normal da execucao no diario
               perform fechar-execucao
           else
               perform avisar-arquivos-em-uso
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Despacha para o processamento do modo de execucao pedido
      *>------------------------------------------------------------------------
       executar-modo section.
           evaluate ws-modo-execucao
               when "LOTE"
                   perform processamento-lote
                   end-if
                   perform processamento-menu
           end-evaluate
           .
       executar-modo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Um processo exclusivo esta com os arquivos: nos jobs (LOTE, RANKING
      *> e ESTATISTICA/SUGESTAO vindos do ambiente) devolve 8 para a cadeia;
      *> nos demais modos, que usam a tela (inclusive REAL e um modo
      *> desconhecido, que cairia no menu), pede para voltar mais tarde
      *>------------------------------------------------------------------------
       avisar-arquivos-em-uso section.
           display "O sistema esta em manutencao no momento, por favor volte mais tarde."
           display ws-trava-msn
           if ws-modo-execucao = "LOTE" or ws-modo-execucao = "RANKING" or
              ws-modo-execucao = "ESTATISTICA" or ws-modo-execucao = "SUGESTAO" then
               move 8 to return-code
           else
               display "Aperte enter para sair."
               accept ws-aux
           end-if
           .
       avisar-arquivos-em-uso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trava os arquivos da sessao em modo compartilhado: historico,
      *> comprovante, jogos favoritos, placar e sorteios reais
      *>------------------------------------------------------------------------
       obter-travas section.
           move "O" to ws-trava-acao
           move zero to ws-trava-espera
           initialize ws-trava-arquivos
           move "historico.dat" to ws-trava-arquivo (1)
           move "comprovante.dat" to ws-trava-arquivo (2)
           move "meusjogos.dat" to ws-trava-arquivo (3)
           move "leaderboard.dat" to ws-trava-arquivo (4)
           move "megasena_real.dat" to ws-trava-arquivo (5)
           call "controlearquivos" using ws-trava-programa, ws-trava-acao,
                                         ws-trava-modo, ws-trava-arquivos,
                                         ws-trava-espera, ws-trava-sessao,
                                         ws-trava-situacao, ws-trava-msn
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
                       display sc-tela
                       accept sc-tela
                   else
                       perform validar-jogador-sessao
      *> a aposta sera debitada no fim da sessao: confere antes de sortear
                       if ws-jogador-valido = "S" then
                           perform conferir-saldo-aposta
                       end-if
                       if ws-jogador-valido = "N" then
                           move ws-jogador-msn to ws-msn
                           display sc-tela
                           accept sc-tela
                       else
                           move "N" to ws-quantidade-invalida
      *> esta Lotofacil e uma simplificacao (10 dezenas apostadas/sorteadas,
      *> nao as 15 do jogo real) - avisa o jogador em vez de deixar a
      *> diferenca de regras escondida atras do rotulo "3=Lotof"
                           if ws-jogo-tipo = 3 then
                               move "Atencao: esta Lotofacil sorteia 10 dezenas, nao as 15 do jogo real." to ws-msn
                               display sc-tela
                               accept sc-tela
                               move spaces to ws-msn
                           end-if
                       end-if
                   end-if
               end-perform
                       display sc-tela
                       accept sc-tela
                   else
                       perform validar-jogador-sessao
                       if ws-jogador-valido = "N" then
                           move ws-jogador-msn to ws-msn
                           display sc-tela
                           accept sc-tela
                       else
                           move "N" to ws-quantidade-invalida
                       end-if
                   end-if
               end-perform

       processamento-real-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere o jogador digitado em sc-tela no cadastro de jogadores: so
      *> quem esta cadastrado e ativo joga com nome (placar e conta corrente).
      *> Jogador em branco continua valendo para a sessao anonima
      *>------------------------------------------------------------------------
       validar-jogador-sessao section.
           move "S" to ws-jogador-valido
           if ws-jogador not = spaces then
               call "validarjogador" using ws-jogador
                                           ws-jogador-situacao
                                           ws-jogador-msn
               if ws-jogador-situacao not = "A" then
                   move "N" to ws-jogador-valido
               end-if
           end-if
           .
       validar-jogador-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere se o custo da aposta cabe no saldo pre-pago e no limite
      *> diario do jogador (verificarsaldo, que registra a recusa com o
      *> motivo em apostas_recusadas.dat). Sessao anonima nao tem conta
      *>------------------------------------------------------------------------
       conferir-saldo-aposta section.
           if ws-jogador not = spaces and
              ws-quantidade >= 6 and ws-quantidade <= 10 then
               perform calcular-preco-aposta
               call "verificarsaldo" using ws-saldo-programa
                                           ws-jogador
                                           ws-conta-valor
                                           ws-saldo-operacao
                                           ws-saldo-situacao
                                           ws-saldo-atual
                                           ws-jogador-msn
               if ws-saldo-situacao = "N" then
                   move "N" to ws-jogador-valido
               end-if
           end-if
           .
       conferir-saldo-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Percorre todo o arquivo megasena_real.dat comparando a aposta atual
      *> contra cada sorteio real ja realizado
           move spaces to reg-rejeitado
           move ws-lote-motivo to rj-motivo
           move reg-entrada-lote to rj-registro
           accept ws-data-atual from date yyyymmdd
           move ws-data-atual to rj-data
           write reg-rejeitado
           add 1 to ws-lote-rejeitados
           .

      *>------------------------------------------------------------------------
      *> Carrega a tabela de precos da aposta por quantidade de dezenas
      *> (precos.dat, entrada 1 = 6 dezenas), cada quantidade pelo valor
      *> vigente hoje: a linha de maior vigencia que nao passe da data atual
      *> (a mesma vigencia lancada de novo corrige a anterior).
      *> Sem o arquivo os precos ficam zerados e nenhum debito e lancado,
      *> igual premios.dat faz no programa 2
      *>------------------------------------------------------------------------
       carregar-precos section.
           accept ws-precos-data from date yyyymmdd
           initialize ws-precos-tab
           move "N" to ws-precos-fim
           open input f-precos
                   at end
                       move "S" to ws-precos-fim
                   not at end
                       if pc-vigencia not numeric then
                           move zero to pc-vigencia
                       end-if
                       if pc-quantidade >= 6 and pc-quantidade <= 10 then
                           compute ws-preco-ind = pc-quantidade - 5
                           if pc-vigencia <= ws-precos-data and
                              pc-vigencia >= ws-preco-vigencia (ws-preco-ind) then
                               move pc-vigencia to ws-preco-vigencia (ws-preco-ind)
                               move pc-valor to ws-preco-valor (ws-preco-ind)
                           end-if
                       end-if
               end-read
           end-perform
       debitar-custo-aposta section.
           if ws-jogador not = spaces and
              ws-quantidade >= 6 and ws-quantidade <= 10 then
               perform calcular-preco-aposta
               move "D" to ws-conta-tipo
               move spaces to ws-conta-historico
               string "Aposta de " ws-quantidade " dezenas"
       debitar-custo-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Preco da aposta corrente (ws-quantidade de 6 a 10) em ws-conta-valor,
      *> pela tabela de precos carregada na primeira vez (e de novo se a data
      *> virar com o menu aberto, para valer o preco vigente no dia)
      *>------------------------------------------------------------------------
       calcular-preco-aposta section.
           accept ws-data-atual from date yyyymmdd
           if ws-precos-carregado = "N" or ws-precos-data not = ws-data-atual then
               perform carregar-precos
               move "S" to ws-precos-carregado
           end-if
           compute ws-preco-ind = ws-quantidade - 5
           move ws-preco-valor (ws-preco-ind) to ws-conta-valor
           .
       calcular-preco-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Credita na conta corrente do jogador o premio simulado da passada
      *> completa do modo REAL (quadras/quinas/senas pagas pelo programa 2),
      *> com a retencao do imposto quando passar do limite de isencao
      *>------------------------------------------------------------------------
       creditar-premio-real section.
           if ws-jogador not = spaces and ws-premio-total > zero then
               move ws-premio-total to ws-conta-valor
               move spaces to ws-conta-historico
               string "Premio REAL " ws-qtd-quadras "Qd "
                      ws-qtd-quinas "Qn " ws-qtd-senas "Sn"
                   delimited by size into ws-conta-historico
               end-string
               call "creditarpremio" using ws-premio-programa, ws-jogador,
                                           ws-conta-valor, ws-conta-historico,
                                           ws-imposto-premio
               if ws-imposto-premio > zero then
                   move ws-imposto-premio to ws-premio-edit
                   display "Imposto de renda retido sobre o premio: R$" ws-premio-edit
               end-if
           end-if
           .
       creditar-premio-real-exit.
                       move ws-ind-sorteio to lb-melhor-sorteios
                       move ws-tempofinal to lb-melhor-tempo
                       write reg-leaderboard
                       move "I" to ws-aud-operacao
                       move spaces to ws-aud-antes
                       move reg-leaderboard to ws-aud-depois
                       perform auditar-leaderboard
                   not invalid key
                       move reg-leaderboard to ws-aud-antes
                       compute ws-lb-tempo-salvo-seg =
                           ((lb-melhor-hora * 60 + lb-melhor-minuto) * 60 + lb-melhor-segundo) * 100 + lb-melhor-centesimo
                       if ws-ind-sorteio < lb-melhor-sorteios or
                           move ws-ind-sorteio to lb-melhor-sorteios
                           move ws-tempofinal to lb-melhor-tempo
                           rewrite reg-leaderboard
                           move "A" to ws-aud-operacao
                           move reg-leaderboard to ws-aud-depois
                           perform auditar-leaderboard
                       end-if
               end-read
               close f-leaderboard
       atualizar-leaderboard-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra no diario de auditoria a mudanca no placar do jogador
      *>------------------------------------------------------------------------
       auditar-leaderboard section.
           move "leaderboard.dat" to ws-aud-arquivo
           move ws-jogador to ws-aud-chave
           call "gravarauditoria" using ws-aud-programa, ws-aud-arquivo,
                                        ws-aud-operacao, ws-aud-chave,
                                        ws-aud-antes, ws-aud-depois
           .
       auditar-leaderboard-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostra o placar atual: melhor numero de sorteios e melhor tempo de cada jogador
      *>------------------------------------------------------------------------
      *> invalido do testes - com ws-jogo-id vazio o testes nao regrava
      *> sozinho, entao a gravacao fica por conta desta section
                       move ws-jogo-id to ws-mnt-id-edicao
                       move reg-meu-jogo to ws-aud-antes
                       move spaces to ws-jogo-id
                       move "N" to ws-jogo-carregado
                       perform testes
                           end-perform
                           rewrite reg-meu-jogo
                           move "Jogo atualizado." to ws-msn
                           move "A" to ws-aud-operacao
                           move ws-mnt-id-edicao to ws-aud-chave
                           move reg-meu-jogo to ws-aud-depois
                           perform auditar-meu-jogo
                       else
                           move "Numeros invalidos, jogo nao foi alterado." to ws-msn
                       end-if
           if ws-jogo-id = spaces then
               move "Informe o ID do jogo a excluir." to ws-msn
           else
      *> le antes de excluir, para a auditoria guardar o que foi apagado
               move ws-jogo-id to mj-id
               read f-meus-jogos
                   invalid key
                       move "Jogo nao encontrado em meusjogos.dat." to ws-msn
                   not invalid key
                       move reg-meu-jogo to ws-aud-antes
                       delete f-meus-jogos record
                       move "Jogo excluido." to ws-msn
                       move "E" to ws-aud-operacao
                       move ws-jogo-id to ws-aud-chave
                       move spaces to ws-aud-depois
                       perform auditar-meu-jogo
               end-read
           end-if
           .
       excluir-meu-jogo-exit.
                               move "Ja existe um jogo com o novo ID." to ws-msn
                           not invalid key
                               move "Jogo copiado." to ws-msn
                               move "I" to ws-aud-operacao
                               move ws-mnt-novo-id to ws-aud-chave
                               move spaces to ws-aud-antes
                               move reg-meu-jogo to ws-aud-depois
                               perform auditar-meu-jogo
                       end-write
               end-read
           end-if
       copiar-meu-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra no diario de auditoria a mudanca em meusjogos.dat montada
      *> em ws-aud-operacao/chave/antes/depois
      *>------------------------------------------------------------------------
       auditar-meu-jogo section.
           move "meusjogos.dat" to ws-aud-arquivo
           call "gravarauditoria" using ws-aud-programa, ws-aud-arquivo,
                                        ws-aud-operacao, ws-aud-chave,
                                        ws-aud-antes, ws-aud-depois
           .
       auditar-meu-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> A partir de ws-jogo-tipo, calcula quantas bolas sao sorteadas e qual
      *> a maior dezena valida. Tipo em branco/invalido cai no padrao (Mega-Sena).
      *> Salva (ou atualiza) o jogo atual em meusjogos.dat sob o id informado
      *>------------------------------------------------------------------------
       salvar-jogo-favorito section.
      *> le o que ja estava gravado com esse id, para a auditoria
           move ws-jogo-id to mj-id
           read f-meus-jogos
               invalid key
                   move "I" to ws-aud-operacao
                   move spaces to ws-aud-antes
               not invalid key
                   move "A" to ws-aud-operacao
                   move reg-meu-jogo to ws-aud-antes
           end-read
           move ws-jogo-id to mj-id
           move ws-quantidade to mj-quantidade
           perform varying ws-ind-tab from 1 by 1 until ws-ind-tab > 10
               invalid key
                   write reg-meu-jogo
           end-rewrite
           move ws-jogo-id to ws-aud-chave
           move reg-meu-jogo to ws-aud-depois
           perform auditar-meu-jogo
           .
       salvar-jogo-favorito-exit.
           exit.
      *> Finaliza��o Normal
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-trava-situacao = "S" then
      *> pede ao programa 2 para gravar o relatorio de frequencia acumulado
               move "F" to ws-modo-chamada
               call "desafioloteria2" using ws-quantidade, ws-num-1, ws-num-2, ws-num-3,
                                           ws-num-4, ws-num-5, ws-num-6, ws-num-7, ws-num-8,
                                           ws-num-9, ws-num-10, ws-msn, ws-ind-acerto, ws-ind-erro,
                                           ws-ind-sorteio, ws-modo-chamada, ws-fim-real,
                                           ws-jogo-bolas, ws-jogo-range,
                                           ws-sorteado-1, ws-sorteado-2, ws-sorteado-3, ws-sorteado-4,
                                           ws-sorteado-5, ws-sorteado-6, ws-sorteado-7, ws-sorteado-8,
                                           ws-sorteado-9, ws-sorteado-10,
                                           ws-qtd-quadras, ws-qtd-quinas, ws-qtd-senas, ws-premio-total
      *> o placar nao fica mais aberto ate aqui (cada atualizacao abre e
      *> fecha o arquivo), so os jogos favoritos continuam abertos
               close f-meus-jogos
           end-if
           perform liberar-travas
      *> goback em vez de stop run para o programa tambem poder ser
      *> chamado pela cadeia noturna (em LOTE o codigo de retorno ja foi
      *> posto pelo processamento-lote, e 8 quando um job achou os arquivos
      *> em uso exclusivo; nos demais modos sai zerado)
           goback
           .
       finaliza-exit.
