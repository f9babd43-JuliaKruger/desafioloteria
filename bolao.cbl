               file status is ws-status-bolao.
      *> carga em lote do cadastro, no mesmo espirito do entrada.dat do
      *> desafioloteria: uma linha "B" abre o bolao, linhas "M" cadastram
      *> membros (nome e cotas, o nome precisa estar cadastrado e ativo em
      *> jogadores.dat) e linhas "A" cadastram apostas
           select f-entrada-bolao assign to "bolao_entrada.dat"
               organization is line sequential
               file status is ws-status-entrada.
               10 be-num                            pic 9(02) occurs 10 times.
           05 filler                                pic x(08).

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

      *>----Variaveis de trabalho
       working-storage section.
       77 ws-preco-ind                              pic 9(02).
       01 ws-precos-tab.
           05 ws-preco-valor                        pic 9(11)v99 occurs 5 times.
           05 ws-preco-vigencia                     pic 9(08) occurs 5 times.
       77 ws-precos-data                            pic 9(08).
       77 ws-data-atual                             pic 9(08).
       77 ws-custo-apostas                          pic 9(11)v99.
       77 ws-custo-membro                           pic 9(11)v99.
      *> "S" so quando a avaliacao e uma jogada nova (acao SORTEIO): a
       77 ws-conta-tipo                             pic x(01).
       77 ws-conta-valor                            pic 9(13)v99.
       77 ws-conta-historico                        pic x(40).
      *> o rateio do premio entra pelo creditarpremio (credito bruto e, acima
      *> do limite de isencao, o imposto retido do membro)
       77 ws-premio-programa                        pic x(20) value "bolao".
       77 ws-imposto-membro                         pic 9(13)v99.
      *>----Situacao dos membros no cadastro de jogadores (validarjogador):
      *>----so jogador cadastrado e ativo entra no bolao ou joga por ele
       77 ws-jogador-situacao                       pic x(01).
       77 ws-jogador-msn                            pic x(80).
       77 ws-membros-validos                        pic x(01).
      *>----Saldo pre-pago dos membros (verificarsaldo): a cota de cada um no
      *>----custo da jogada precisa caber no saldo e no limite diario dele
       77 ws-saldo-programa                         pic x(20) value "bolao".
       77 ws-saldo-operacao                         pic x(01) value "A".
       77 ws-saldo-situacao                         pic x(01).
       77 ws-saldo-atual                            pic s9(13)v99.
       77 ws-saldo-valor                            pic 9(13)v99.
      *>----Diario de auditoria (gravarauditoria): cada bolao incluido ou
      *>----alterado em bolao.dat, com membros e cotas antes e depois
       77 ws-aud-programa                           pic x(20) value "bolao".
       77 ws-aud-arquivo                            pic x(20) value "bolao.dat".
       77 ws-aud-operacao                           pic x(01).
       77 ws-aud-chave                              pic x(20).
       77 ws-aud-antes                              pic x(414).
       77 ws-aud-depois                             pic x(414).
      *>----Controle de uso dos arquivos (controlearquivos): convive com as
      *>----outras sessoes, mas nao com a reconstrucao do bolao.dat pela
      *>----salvaguarda nem com a importacao de resultados (acao REAL)
       77 ws-trava-programa                         pic x(20) value "bolao".
       77 ws-trava-acao                             pic x(01).
       77 ws-trava-modo                             pic x(01) value "C".
       01 ws-trava-arquivos.
           05 ws-trava-arquivo                      pic x(20) occurs 10 times.
       77 ws-trava-espera                           pic 9(04).
       77 ws-trava-sessao                           pic 9(08).
       77 ws-trava-situacao                         pic x(01) value space.
       77 ws-trava-msn                              pic x(80).


      *>Declaracao do corpo do programa
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Le a acao e o id pedidos, trava os arquivos e abre (ou cria) o
      *> cadastro de boloes
      *>------------------------------------------------------------------------
       inicializa section.
           accept ws-acao from environment "BOLAO_ACAO"
           on exception move "LISTAR" to ws-acao
           end-accept
           accept ws-bolao-id from environment "BOLAO_ID"
           on exception move spaces to ws-bolao-id
           end-accept
           perform obter-travas
           if ws-trava-situacao = "S" then
               open i-o f-bolao
               if ws-status-bolao = "35" then
                   open output f-bolao
                   close f-bolao
                   open i-o f-bolao
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trava bolao.dat (e os sorteios reais, na acao REAL) em modo
      *> compartilhado; com um processo exclusivo rodando, pede para voltar
      *> mais tarde
      *>------------------------------------------------------------------------
       obter-travas section.
           move "O" to ws-trava-acao
           move zero to ws-trava-espera
           initialize ws-trava-arquivos
           move "bolao.dat" to ws-trava-arquivo (1)
           if ws-acao = "REAL" then
               move "megasena_real.dat" to ws-trava-arquivo (2)
           end-if
           call "controlearquivos" using ws-trava-programa, ws-trava-acao,
                                         ws-trava-modo, ws-trava-arquivos,
                                         ws-trava-espera, ws-trava-sessao,
                                         ws-trava-situacao, ws-trava-msn
           if ws-trava-situacao not = "S" then
               display "Bolao indisponivel no momento, volte mais tarde: "
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
      *> Processamento por acao: CADASTRAR carrega bolao_entrada.dat, LISTAR
      *> mostra o cadastro, SORTEIO roda as apostas do bolao contra um sorteio
      *> simulado e REAL contra os sorteios reais de megasena_real.dat
      *>------------------------------------------------------------------------
       processamento section.
           if ws-trava-situacao = "S" then
               evaluate ws-acao
                   when "CADASTRAR"
                       perform cadastrar-boloes
                   when "SORTEIO"
                       perform rodar-bolao-sorteio
                   when "REAL"
                       perform rodar-bolao-real
                   when other
                       perform listar-boloes
               end-evaluate
           end-if
           .
       processamento-exit.
           exit.
                   move be-id to bl-id
                   move "S" to ws-bolao-aberto
               when "M"
                   call "validarjogador" using be-nome
                                               ws-jogador-situacao
                                               ws-jogador-msn
                   evaluate true
                       when ws-jogador-situacao not = "A"
                           display "Linha de membro ignorada: " ws-jogador-msn
                       when ws-bolao-aberto = "S" and bl-qtd-membros < 10
                           add 1 to bl-qtd-membros
                           move be-nome to bl-membro-nome (bl-qtd-membros)
                           move be-cotas to bl-membro-cotas (bl-qtd-membros)
                       when other
                           display "Linha de membro ignorada (sem bolao aberto ou limite de 10)."
                   end-evaluate
               when "A"
                   perform validar-aposta-entrada
                   if ws-bolao-aberto = "S" and bl-qtd-apostas < 10 and
           exit.

      *>------------------------------------------------------------------------
      *> Grava (ou regrava) o bolao corrente no cadastro indexado. O que ja
      *> estava gravado e lido antes, para o diario de auditoria guardar as
      *> cotas e membros de antes e de depois (recarga sem mudanca nao gera
      *> linha de auditoria)
      *>------------------------------------------------------------------------
       gravar-bolao section.
           if bl-qtd-membros = zero or bl-qtd-apostas = zero then
               display "Bolao " bl-id " ignorado (sem membros ou sem apostas)."
           else
               move reg-bolao to ws-aud-depois
               move bl-id to ws-aud-chave
               read f-bolao
                   invalid key
                       move "I" to ws-aud-operacao
                       move spaces to ws-aud-antes
                   not invalid key
                       move "A" to ws-aud-operacao
                       move reg-bolao to ws-aud-antes
               end-read
               move ws-aud-depois to reg-bolao
               rewrite reg-bolao
                   invalid key
                       write reg-bolao
               end-rewrite
               add 1 to ws-qtd-boloes
               if ws-aud-antes not = ws-aud-depois then
                   call "gravarauditoria" using ws-aud-programa, ws-aud-arquivo,
                                                ws-aud-operacao, ws-aud-chave,
                                                ws-aud-antes, ws-aud-depois
               end-if
           end-if
           move "N" to ws-bolao-aberto
           .
       rodar-bolao-sorteio section.
           perform carregar-bolao
           if ws-bolao-aberto = "S" then
               perform conferir-membros
               if ws-membros-validos = "N" then
                   display "Bolao " bl-id " nao jogado: ha membro fora do cadastro ou bloqueado."
                   move "N" to ws-bolao-aberto
               end-if
           end-if
           if ws-bolao-aberto = "S" then
               perform conferir-saldo-membros
               if ws-membros-validos = "N" then
                   display "Bolao " bl-id " nao jogado: ha membro sem saldo para a cota ou acima do limite diario."
                   move "N" to ws-bolao-aberto
               end-if
           end-if
           if ws-bolao-aberto = "S" then
      *> jogada nova: a cota do custo e debitada dos membros no rateio
               move "S" to ws-lancar-custo
               move 6 to ws-jogo-bolas
       rodar-bolao-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere no cadastro de jogadores todos os membros do bolao corrente:
      *> um membro bloqueado depois do cadastro do bolao impede a jogada,
      *> senao a cota dele no custo ficaria sem dono
      *>------------------------------------------------------------------------
       conferir-membros section.
           move "S" to ws-membros-validos
           perform varying ws-mem-ind from 1 by 1 until ws-mem-ind > bl-qtd-membros
               call "validarjogador" using bl-membro-nome (ws-mem-ind)
                                           ws-jogador-situacao
                                           ws-jogador-msn
               if ws-jogador-situacao not = "A" then
                   display ws-jogador-msn
                   move "N" to ws-membros-validos
               end-if
           end-perform
           .
       conferir-membros-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere a cota de cada membro no custo das apostas contra o saldo
      *> pre-pago e o limite diario dele (verificarsaldo, que registra a
      *> recusa com o motivo). Um membro descoberto impede a jogada inteira:
      *> o grupo nao joga com parte das cotas sem pagar
      *>------------------------------------------------------------------------
       conferir-saldo-membros section.
           move "S" to ws-membros-validos
           perform calcular-custo-apostas
           move zero to ws-total-cotas
           perform varying ws-mem-ind from 1 by 1 until ws-mem-ind > bl-qtd-membros
               add bl-membro-cotas (ws-mem-ind) to ws-total-cotas
           end-perform
           perform varying ws-mem-ind from 1 by 1 until ws-mem-ind > bl-qtd-membros
               perform calcular-custo-membro
               move ws-custo-membro to ws-saldo-valor
               call "verificarsaldo" using ws-saldo-programa
                                           bl-membro-nome (ws-mem-ind)
                                           ws-saldo-valor
                                           ws-saldo-operacao
                                           ws-saldo-situacao
                                           ws-saldo-atual
                                           ws-jogador-msn
               if ws-saldo-situacao = "N" then
                   display bl-membro-nome (ws-mem-ind) ": " ws-jogador-msn
                   move "N" to ws-membros-validos
               end-if
           end-perform
           .
       conferir-saldo-membros-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Roda todas as apostas do bolao contra os sorteios reais, somando as
      *> faixas e o premio devolvidos pelo programa 2, e mostra o rateio

      *>------------------------------------------------------------------------
      *> Carrega a tabela de precos da aposta por quantidade de dezenas
      *> (precos.dat, entrada 1 = 6 dezenas), cada quantidade pelo valor
      *> vigente hoje: a linha de maior vigencia que nao passe da data atual
      *> (a mesma vigencia lancada de novo corrige a anterior).
      *> Sem o arquivo os precos ficam zerados e nenhum debito e lancado,
      *> igual premios.dat no programa 2
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

      *>------------------------------------------------------------------------
      *> Soma o custo de todas as apostas do bolao corrente pela tabela de
      *> precos (carregada na primeira vez e de novo se a data virar, para
      *> valer o preco vigente no dia da jogada)
      *>------------------------------------------------------------------------
       calcular-custo-apostas section.
           accept ws-data-atual from date yyyymmdd
           if ws-precos-carregado = "N" or ws-precos-data not = ws-data-atual then
               perform carregar-precos
               move "S" to ws-precos-carregado
           end-if
       lancar-conta-membro section.
           move bl-membro-nome (ws-mem-ind) to ws-conta-jogador
           if ws-lancar-custo = "S" then
               perform calcular-custo-membro
               move "D" to ws-conta-tipo
               move ws-custo-membro to ws-conta-valor
               move spaces to ws-conta-historico
               call "contacorrente" using ws-conta-jogador, ws-conta-tipo,
                                          ws-conta-valor, ws-conta-historico
           end-if
           move ws-premio-membro to ws-conta-valor
           move spaces to ws-conta-historico
           string "Rateio do bolao " bl-id
               delimited by size into ws-conta-historico
           end-string
           call "creditarpremio" using ws-premio-programa, ws-conta-jogador,
                                       ws-conta-valor, ws-conta-historico,
                                       ws-imposto-membro
           if ws-imposto-membro > zero then
               move ws-imposto-membro to ws-premio-edit
               display "   imposto retido de " ws-conta-jogador ": R$" ws-premio-edit
           end-if
           .
       lancar-conta-membro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cota do membro corrente (ws-mem-ind) no custo das apostas do bolao,
      *> proporcional as cotas dele
      *>------------------------------------------------------------------------
       calcular-custo-membro section.
           if ws-total-cotas > zero then
               compute ws-custo-membro rounded =
                   ws-custo-apostas * bl-membro-cotas (ws-mem-ind) / ws-total-cotas
           else
               move zero to ws-custo-membro
           end-if
           .
       calcular-custo-membro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalizacao Normal
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-trava-situacao = "S" then
               close f-bolao
           end-if
           perform liberar-travas
           stop run
           .
       finaliza-exit.
