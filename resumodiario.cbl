      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "resumodiario".
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
      *> mesmo layout gravado pelo desafioloteria: sessoes por modo e tipo de
      *> jogo (registros "E") e execucoes abertas sem encerramento ("A" sem "E")
           select f-execucoes assign to "execucoes.dat"
               organization is line sequential
               file status is ws-status-execucoes.
      *> sessoes concluidas gravadas pelo desafioloteria
           select f-historico assign to "historico.dat"
               organization is line sequential
               file status is ws-status-historico.
      *> rejeitados do lote, com o motivo e a data da rejeicao
           select f-rejeitados assign to "lote_rejeitados.dat"
               organization is line sequential
               file status is ws-status-rejeitados.
      *> concursos carregados pelo importarresultados (data da carga no fim)
           select f-resultados-concurso assign to "resultados_concursos.dat"
               organization is indexed
               access mode is dynamic
               record key is rs-concurso
               alternate record key is rs-data with duplicates
               file status is ws-status-resultados-concurso.
      *> rejeitados da importacao, com o motivo e a data da rejeicao
           select f-erros assign to "erros_importacao.dat"
               organization is line sequential
               file status is ws-status-erros.
      *> apostas ainda pendentes (registradas e nao liquidadas)
           select f-pendentes assign to "apostas_pendentes.dat"
               organization is line sequential
               file status is ws-status-pendentes.
      *> apostas liquidadas, linha legivel em posicoes fixas gravada pelo
      *> importarresultados (datas da liquidacao e do registro no fim)
           select f-resultado assign to "apostas_resultado.dat"
               organization is line sequential
               file status is ws-status-resultado.
      *> apostas canceladas pelo apostaconcurso, com o valor estornado
           select f-canceladas assign to "apostas_canceladas.dat"
               organization is line sequential
               file status is ws-status-canceladas.
      *> lancamentos da conta corrente
           select f-conta assign to "conta.dat"
               organization is line sequential
               file status is ws-status-conta.
      *> passos da cadeia noturna, gravado pelo cadeianoturna
           select f-controle assign to "cadeia_controle.dat"
               organization is line sequential
               file status is ws-status-controle.
      *> resumo para imprimir (refeito a cada execucao)
           select f-resumo assign to "resumo_diario.dat"
               organization is line sequential
               file status is ws-status-resumo.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  f-execucoes.
       01 reg-execucao.
           05 ej-flag                               pic x(01).
           05 ej-data                               pic 9(08).
           05 ej-hora.
               10 ej-hora-hh                        pic 9(02).
               10 ej-hora-mm                        pic 9(02).
               10 ej-hora-ss                        pic 9(02).
               10 ej-hora-cc                        pic 9(02).
           05 ej-modo                               pic x(15).
           05 ej-jogo-tipo                          pic 9(01).
           05 ej-registros                          pic 9(08).
           05 ej-status-historico                   pic x(02).
           05 ej-status-lote                        pic x(02).
           05 ej-status-jogos                       pic x(02).
           05 ej-status-checkpoint                  pic x(02).
           05 ej-status-leaderboard                 pic x(02).
           05 ej-status-comprovante                 pic x(02).
           05 ej-status-frequencia                  pic x(02).

      *> so a data da sessao interessa aqui
       fd  f-historico.
       01 reg-historico.
           05 rh-data                               pic 9(08).
           05 filler                                pic x(75).

       fd  f-rejeitados.
       01 reg-rejeitado.
           05 rj-motivo                             pic 9(02).
           05 filler                                pic x(01).
           05 rj-registro                           pic x(22).
           05 filler                                pic x(01).
           05 rj-data                               pic 9(08).

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

       fd  f-erros.
       01 reg-erro.
           05 re-motivo                             pic 9(02).
           05 filler                                pic x(01).
           05 re-registro                           pic x(90).
           05 filler                                pic x(01).
           05 re-data                               pic 9(08).

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

      *> posicoes da linha montada no gravar-resultado-aposta do
      *> importarresultados: premio editado em 117-132, data da liquidacao
      *> em 148-155 e do registro da aposta em 172-179
       fd  f-resultado.
       01 reg-resultado.
           05 filler                                pic x(116).
           05 rl-premio                             pic x(16).
           05 filler                                pic x(15).
           05 rl-data-liquidacao                    pic x(08).
           05 filler                                pic x(16).
           05 rl-data-registro                      pic x(08).
           05 filler                                pic x(21).

      *> a aposta cancelada guarda a linha pendente inteira: a data do
      *> registro fica nas posicoes 44-51 dela
       fd  f-canceladas.
       01 reg-cancelada.
           05 cn-data                               pic 9(08).
           05 cn-hora                               pic 9(06).
           05 cn-aposta.
               10 filler                            pic x(43).
               10 cn-data-registro                  pic 9(08).
               10 filler                            pic x(11).
           05 cn-valor-estornado                    pic 9(09)v99.

       fd  f-conta.
       01 reg-conta.
           05 ct-jogador                            pic x(15).
           05 ct-data                               pic 9(08).
           05 ct-tipo                               pic x(01).
           05 ct-valor                              pic 9(13)v99.
           05 ct-historico                          pic x(40).

       fd  f-controle.
       01 reg-controle.
           05 cj-flag                               pic x(01).
           05 cj-data                               pic 9(08).
           05 cj-hora                               pic 9(08).
           05 cj-passo                              pic 9(02).
           05 cj-programa                           pic x(30).
           05 cj-resultado                          pic x(02).
           05 cj-retorno                            pic 9(04).

       fd  f-resumo.
       01 reg-resumo                                pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-execucoes                       pic x(02).
       77 ws-status-historico                       pic x(02).
       77 ws-status-rejeitados                      pic x(02).
       77 ws-status-resultados-concurso             pic x(02).
       77 ws-status-erros                           pic x(02).
       77 ws-status-pendentes                       pic x(02).
       77 ws-status-resultado                       pic x(02).
       77 ws-status-canceladas                      pic x(02).
       77 ws-status-conta                           pic x(02).
       77 ws-status-controle                        pic x(02).
       77 ws-status-resumo                          pic x(02).
       77 ws-fim-arquivo                            pic x(01).
       77 ws-achou                                  pic x(01).
       77 ws-data-atual                             pic 9(08).
      *> dia do resumo (RESUMO_DATA, AAAAMMDD); sem ele, o dia anterior, ja
      *> que a cadeia noturna roda depois da meia-noite
       77 ws-data-resumo                            pic 9(08).
       77 ws-data-int                               pic 9(08).
       77 ws-linha                                  pic x(100).
       77 ws-qtd-edit                               pic zzzzz9.
       77 ws-qtd2-edit                              pic zzzzzzz9.
       77 ws-valor-edit                             pic z(12)9,99.
       77 ws-valor2-edit                            pic z(12)9,99.
       77 ws-liquido-edit                           pic -(12)9,99.
       77 ws-jogo-nome                              pic x(10).
       77 ws-ind                                    pic 9(03).

      *>----Execucoes (execucoes.dat): sessoes encerradas por modo e tipo
      *>----de jogo, abertas, encerradas e abertas sem encerramento
       77 ws-exec-abertas                           pic 9(06).
       77 ws-exec-encerradas                        pic 9(06).
       77 ws-exec-sem-encerramento                  pic 9(06).
      *> "S" enquanto o ultimo "A" lido do dia nao tiver o seu "E"
       77 ws-exec-pendente                          pic x(01).
       77 ws-exec-pend-hora                         pic 9(08).
       77 ws-exec-pend-modo                         pic x(15).
       77 ws-lote-processados                       pic 9(08).
       77 ws-qtd-modos                              pic 9(02).
       77 ws-modo-ind                               pic 9(02).
       01 ws-modos-tab.
           05 ws-modo-ent                           occurs 30 times.
               10 ws-modo-nome                      pic x(15).
               10 ws-modo-jogo-tipo                 pic 9(01).
               10 ws-modo-qtd                       pic 9(06).
               10 ws-modo-registros                 pic 9(08).
      *> ate 20 execucoes sem encerramento listadas no relatorio
       77 ws-qtd-sem-enc-lista                      pic 9(02).
       01 ws-sem-enc-tab.
           05 ws-sem-enc-ent                        occurs 20 times.
               10 ws-sem-enc-hora                   pic 9(08).
               10 ws-sem-enc-modo                   pic x(15).

       77 ws-qtd-historico                          pic 9(06).

      *>----Rejeitados do lote por motivo (01 a 03; 04 = outros)
       77 ws-lote-rejeitados                        pic 9(06).
       01 ws-lote-motivos-tab.
           05 ws-lote-motivo-qtd                    pic 9(06) occurs 4 times.

      *>----Importacao: concursos carregados e rejeitados por motivo
      *>----(01 a 05; 06 = outros)
       77 ws-concursos-carregados                   pic 9(06).
       77 ws-import-rejeitados                      pic 9(06).
       01 ws-import-motivos-tab.
           05 ws-import-motivo-qtd                  pic 9(06) occurs 6 times.
       77 ws-qtd-concursos-lista                    pic 9(02).
       01 ws-concursos-lista-tab.
           05 ws-concurso-lista                     pic 9(06) occurs 20 times.

      *>----Apostas de concurso
       77 ws-apostas-registradas                    pic 9(06).
       77 ws-apostas-liquidadas                     pic 9(06).
       77 ws-apostas-premiadas                      pic 9(06).
       77 ws-apostas-canceladas                     pic 9(06).
       77 ws-apostas-pendentes-dia                  pic 9(06).
       77 ws-total-premios                          pic 9(15)v99.
       77 ws-total-estornos                         pic 9(15)v99.
      *> premio da linha liquidada, desfeita a edicao
       77 ws-premio-lido-edit                       pic z(12)9,99.
       77 ws-premio-lido                            pic 9(13)v99.

      *>----Conta corrente: por jogador (mesma busca linear e o mesmo
      *>----limite de 200 jogadores do extrato) e total por tipo
       77 ws-qtd-jogadores                          pic 9(03).
       77 ws-jog-ind                                pic 9(03).
       01 ws-jogadores-tab.
           05 ws-jog-ent                            occurs 200 times.
               10 ws-jog-id                         pic x(15).
               10 ws-jog-debitos                    pic 9(15)v99.
               10 ws-jog-creditos                   pic 9(15)v99.
       77 ws-total-debitos                          pic 9(15)v99.
       77 ws-total-creditos                         pic 9(15)v99.
       77 ws-total-liquido                          pic s9(15)v99.
       77 ws-qtd-lancamentos                        pic 9(06).
      *> entradas 1 a 6 = tipos D, S, I, C, E, R
       01 ws-tipos-tab.
           05 ws-tipo-ent                           occurs 6 times.
               10 ws-tipo-qtd                       pic 9(06).
               10 ws-tipo-valor                     pic 9(15)v99.
       01 ws-tipos-nomes.
           05 filler                                pic x(21) value "DApostas cobradas    ".
           05 filler                                pic x(21) value "SSaques              ".
           05 filler                                pic x(21) value "IImposto retido      ".
           05 filler                                pic x(21) value "CPremios creditados  ".
           05 filler                                pic x(21) value "EDepositos           ".
           05 filler                                pic x(21) value "REstornos            ".
       01 filler redefines ws-tipos-nomes.
           05 ws-tipo-nome-ent                      occurs 6 times.
               10 ws-tipo-codigo                    pic x(01).
               10 ws-tipo-descricao                 pic x(20).
       77 ws-tipo-ind                               pic 9(02).

      *>----Cadeia noturna: passos executados e com erro
       77 ws-passos-iniciados                       pic 9(04).
       77 ws-passos-executados                      pic 9(04).
       77 ws-passos-erro                            pic 9(04).
       77 ws-qtd-falhas-lista                       pic 9(02).
       01 ws-falhas-tab.
           05 ws-falha-ent                          occurs 20 times.
               10 ws-falha-passo                    pic 9(02).
               10 ws-falha-programa                 pic x(30).
               10 ws-falha-retorno                  pic 9(04).
      *>----Controle de uso dos arquivos (controlearquivos): o resumo so le,
      *>----em modo compartilhado, para nao cruzar com o fechamento anual ou
      *>----o importarresultados regravando historico, resultados e pendentes
       77 ws-trava-programa                         pic x(20) value "resumodiario".
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

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Le o dia do resumo e zera os totais
      *>------------------------------------------------------------------------
       inicializa section.
           accept ws-data-atual from date yyyymmdd
           accept ws-data-resumo from environment "RESUMO_DATA"
           on exception move zero to ws-data-resumo
           end-accept
           if ws-data-resumo = zero then
               compute ws-data-int = function integer-of-date (ws-data-atual) - 1
               compute ws-data-resumo = function date-of-integer (ws-data-int)
           end-if
           move zero to ws-exec-abertas
           move zero to ws-exec-encerradas
           move zero to ws-exec-sem-encerramento
           move zero to ws-lote-processados
           move zero to ws-qtd-modos
           initialize ws-modos-tab
           move zero to ws-qtd-sem-enc-lista
           initialize ws-sem-enc-tab
           move zero to ws-qtd-historico
           move zero to ws-lote-rejeitados
           initialize ws-lote-motivos-tab
           move zero to ws-concursos-carregados
           move zero to ws-import-rejeitados
           initialize ws-import-motivos-tab
           move zero to ws-qtd-concursos-lista
           initialize ws-concursos-lista-tab
           move zero to ws-apostas-registradas
           move zero to ws-apostas-liquidadas
           move zero to ws-apostas-premiadas
           move zero to ws-apostas-canceladas
           move zero to ws-apostas-pendentes-dia
           move zero to ws-total-premios
           move zero to ws-total-estornos
           move zero to ws-qtd-jogadores
           initialize ws-jogadores-tab
           initialize ws-tipos-tab
           move zero to ws-qtd-lancamentos
           move zero to ws-passos-iniciados
           move zero to ws-passos-executados
           move zero to ws-passos-erro
           move zero to ws-qtd-falhas-lista
           initialize ws-falhas-tab
           perform obter-travas
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le cada arquivo do dia, grava o resumo completo para impressao e
      *> mostra os totais na tela
      *>------------------------------------------------------------------------
       processamento section.
           if ws-trava-situacao = "S" then
               perform acumular-execucoes
               perform acumular-historico
               perform acumular-rejeitados-lote
               perform acumular-concursos
               perform acumular-erros-importacao
               perform acumular-pendentes
               perform acumular-liquidadas
               perform acumular-canceladas
               perform acumular-conta
               perform acumular-cadeia
               open output f-resumo
               perform imprimir-cabecalho
               perform imprimir-sessoes
               perform imprimir-lote
               perform imprimir-importacao
               perform imprimir-apostas
               perform imprimir-conta
               perform imprimir-cadeia
               close f-resumo
               perform exibir-resumo-tela
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> execucoes.dat: os "E" do dia contam por modo e tipo de jogo; um "A"
      *> seguido de outro "A" (ou no fim do arquivo) ficou sem encerramento,
      *> mesma regra do abrir-execucao do desafioloteria
      *>------------------------------------------------------------------------
       acumular-execucoes section.
           move "N" to ws-exec-pendente
           move "N" to ws-fim-arquivo
           open input f-execucoes
           if ws-status-execucoes = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-execucoes
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if ej-flag = "A" then
                           if ws-exec-pendente = "S" then
                               perform registrar-sem-encerramento
                           end-if
                           move "N" to ws-exec-pendente
                           if ej-data = ws-data-resumo then
                               add 1 to ws-exec-abertas
                               move "S" to ws-exec-pendente
                               move ej-hora to ws-exec-pend-hora
                               move ej-modo to ws-exec-pend-modo
                           end-if
                       else
                           move "N" to ws-exec-pendente
                           if ej-data = ws-data-resumo then
                               add 1 to ws-exec-encerradas
                               perform acumular-modo
                           end-if
                       end-if
               end-read
           end-perform
           if ws-exec-pendente = "S" then
               perform registrar-sem-encerramento
           end-if
           if ws-status-execucoes not = "35" then
               close f-execucoes
           end-if
           .
       acumular-execucoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Soma o "E" corrente na linha do seu modo e tipo de jogo
      *>------------------------------------------------------------------------
       acumular-modo section.
           move "N" to ws-achou
           perform varying ws-modo-ind from 1 by 1
                   until ws-modo-ind > ws-qtd-modos or ws-achou = "S"
               if ws-modo-nome (ws-modo-ind) = ej-modo and
                  ws-modo-jogo-tipo (ws-modo-ind) = ej-jogo-tipo then
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S" then
               subtract 1 from ws-modo-ind
           else
               if ws-qtd-modos < 30 then
                   add 1 to ws-qtd-modos
                   move ws-qtd-modos to ws-modo-ind
                   move ej-modo to ws-modo-nome (ws-modo-ind)
                   move ej-jogo-tipo to ws-modo-jogo-tipo (ws-modo-ind)
                   move "S" to ws-achou
               end-if
           end-if
           if ws-achou = "S" then
               add 1 to ws-modo-qtd (ws-modo-ind)
               add ej-registros to ws-modo-registros (ws-modo-ind)
           end-if
           if ej-modo = "LOTE" then
               add ej-registros to ws-lote-processados
           end-if
           .
       acumular-modo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conta a execucao pendente como aberta sem encerramento
      *>------------------------------------------------------------------------
       registrar-sem-encerramento section.
           add 1 to ws-exec-sem-encerramento
           if ws-qtd-sem-enc-lista < 20 then
               add 1 to ws-qtd-sem-enc-lista
               move ws-exec-pend-hora to ws-sem-enc-hora (ws-qtd-sem-enc-lista)
               move ws-exec-pend-modo to ws-sem-enc-modo (ws-qtd-sem-enc-lista)
           end-if
           move "N" to ws-exec-pendente
           .
       registrar-sem-encerramento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> historico.dat: sessoes concluidas no dia
      *>------------------------------------------------------------------------
       acumular-historico section.
           move "N" to ws-fim-arquivo
           open input f-historico
           if ws-status-historico = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-historico
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if rh-data = ws-data-resumo then
                           add 1 to ws-qtd-historico
                       end-if
               end-read
           end-perform
           if ws-status-historico not = "35" then
               close f-historico
           end-if
           .
       acumular-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> lote_rejeitados.dat: rejeitados do dia por motivo
      *>------------------------------------------------------------------------
       acumular-rejeitados-lote section.
           move "N" to ws-fim-arquivo
           open input f-rejeitados
           if ws-status-rejeitados = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-rejeitados
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if rj-data = ws-data-resumo then
                           add 1 to ws-lote-rejeitados
                           if rj-motivo >= 1 and rj-motivo <= 3 then
                               add 1 to ws-lote-motivo-qtd (rj-motivo)
                           else
                               add 1 to ws-lote-motivo-qtd (4)
                           end-if
                       end-if
               end-read
           end-perform
           if ws-status-rejeitados not = "35" then
               close f-rejeitados
           end-if
           .
       acumular-rejeitados-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *> resultados_concursos.dat: concursos carregados no dia
      *>------------------------------------------------------------------------
       acumular-concursos section.
           move "N" to ws-fim-arquivo
           open input f-resultados-concurso
           if ws-status-resultados-concurso = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-resultados-concurso next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if rs-data-carga = ws-data-resumo then
                           add 1 to ws-concursos-carregados
                           if ws-qtd-concursos-lista < 20 then
                               add 1 to ws-qtd-concursos-lista
                               move rs-concurso to ws-concurso-lista (ws-qtd-concursos-lista)
                           end-if
                       end-if
               end-read
           end-perform
           if ws-status-resultados-concurso not = "35" then
               close f-resultados-concurso
           end-if
           .
       acumular-concursos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> erros_importacao.dat: rejeitados da importacao do dia por motivo
      *>------------------------------------------------------------------------
       acumular-erros-importacao section.
           move "N" to ws-fim-arquivo
           open input f-erros
           if ws-status-erros = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-erros
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if re-data = ws-data-resumo then
                           add 1 to ws-import-rejeitados
                           if re-motivo >= 1 and re-motivo <= 5 then
                               add 1 to ws-import-motivo-qtd (re-motivo)
                           else
                               add 1 to ws-import-motivo-qtd (6)
                           end-if
                       end-if
               end-read
           end-perform
           if ws-status-erros not = "35" then
               close f-erros
           end-if
           .
       acumular-erros-importacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> apostas_pendentes.dat: registradas no dia e ainda nao liquidadas
      *>------------------------------------------------------------------------
       acumular-pendentes section.
           move "N" to ws-fim-arquivo
           open input f-pendentes
           if ws-status-pendentes = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-pendentes
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if ap-data-registro = ws-data-resumo then
                           add 1 to ws-apostas-registradas
                           add 1 to ws-apostas-pendentes-dia
                       end-if
               end-read
           end-perform
           if ws-status-pendentes not = "35" then
               close f-pendentes
           end-if
           .
       acumular-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> apostas_resultado.dat: liquidadas no dia (com o total de premios) e
      *> as registradas no dia que ja foram liquidadas
      *>------------------------------------------------------------------------
       acumular-liquidadas section.
           move "N" to ws-fim-arquivo
           open input f-resultado
           if ws-status-resultado = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-resultado
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if rl-data-registro = ws-data-resumo then
                           add 1 to ws-apostas-registradas
                       end-if
                       if rl-data-liquidacao = ws-data-resumo then
                           add 1 to ws-apostas-liquidadas
                           move rl-premio to ws-premio-lido-edit
                           move ws-premio-lido-edit to ws-premio-lido
                           if ws-premio-lido > zero then
                               add 1 to ws-apostas-premiadas
                               add ws-premio-lido to ws-total-premios
                           end-if
                       end-if
               end-read
           end-perform
           if ws-status-resultado not = "35" then
               close f-resultado
           end-if
           .
       acumular-liquidadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> apostas_canceladas.dat: canceladas no dia (com o estorno) e as
      *> registradas no dia que ja foram canceladas
      *>------------------------------------------------------------------------
       acumular-canceladas section.
           move "N" to ws-fim-arquivo
           open input f-canceladas
           if ws-status-canceladas = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-canceladas
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if cn-data-registro = ws-data-resumo then
                           add 1 to ws-apostas-registradas
                       end-if
                       if cn-data = ws-data-resumo then
                           add 1 to ws-apostas-canceladas
                           add cn-valor-estornado to ws-total-estornos
                       end-if
               end-read
           end-perform
           if ws-status-canceladas not = "35" then
               close f-canceladas
           end-if
           .
       acumular-canceladas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> conta.dat: lancamentos do dia por tipo e, por jogador, debitos
      *> (D, S, I) e creditos (C, E, R)
      *>------------------------------------------------------------------------
       acumular-conta section.
           move "N" to ws-fim-arquivo
           open input f-conta
           if ws-status-conta = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-conta
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if ct-data = ws-data-resumo then
                           add 1 to ws-qtd-lancamentos
                           perform varying ws-tipo-ind from 1 by 1 until ws-tipo-ind > 6
                               if ws-tipo-codigo (ws-tipo-ind) = ct-tipo then
                                   add 1 to ws-tipo-qtd (ws-tipo-ind)
                                   add ct-valor to ws-tipo-valor (ws-tipo-ind)
                               end-if
                           end-perform
                           perform localizar-jogador
                           if ws-achou = "S" then
                               if ct-tipo = "C" or ct-tipo = "E" or ct-tipo = "R" then
                                   add ct-valor to ws-jog-creditos (ws-jog-ind)
                               else
                                   add ct-valor to ws-jog-debitos (ws-jog-ind)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           if ws-status-conta not = "35" then
               close f-conta
           end-if
           .
       acumular-conta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Posiciona ws-jog-ind no jogador do lancamento corrente, incluindo-o
      *> na tabela se ainda nao estiver nela (ws-achou = "N" se lotou)
      *>------------------------------------------------------------------------
       localizar-jogador section.
           move "N" to ws-achou
           perform varying ws-jog-ind from 1 by 1
                   until ws-jog-ind > ws-qtd-jogadores or ws-achou = "S"
               if ws-jog-id (ws-jog-ind) = ct-jogador then
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S" then
               subtract 1 from ws-jog-ind
           else
               if ws-qtd-jogadores < 200 then
                   add 1 to ws-qtd-jogadores
                   move ws-qtd-jogadores to ws-jog-ind
                   move ct-jogador to ws-jog-id (ws-jog-ind)
                   move "S" to ws-achou
               end-if
           end-if
           .
       localizar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> cadeia_controle.dat: passos iniciados e terminados no dia, e os que
      *> terminaram com erro
      *>------------------------------------------------------------------------
       acumular-cadeia section.
           move "N" to ws-fim-arquivo
           open input f-controle
           if ws-status-controle = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-controle
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if cj-data = ws-data-resumo then
                           if cj-flag = "I" then
                               add 1 to ws-passos-iniciados
                           else
                               add 1 to ws-passos-executados
                               if cj-resultado not = "OK" then
                                   add 1 to ws-passos-erro
                                   if ws-qtd-falhas-lista < 20 then
                                       add 1 to ws-qtd-falhas-lista
                                       move cj-passo to ws-falha-passo (ws-qtd-falhas-lista)
                                       move cj-programa to ws-falha-programa (ws-qtd-falhas-lista)
                                       move cj-retorno to ws-falha-retorno (ws-qtd-falhas-lista)
                                   end-if
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           if ws-status-controle not = "35" then
               close f-controle
           end-if
           .
       acumular-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cabecalho do relatorio
      *>------------------------------------------------------------------------
       imprimir-cabecalho section.
           move "=================== RESUMO DIARIO DE OPERACOES - DESAFIO LOTERIA ===================" to ws-linha
           perform gravar-linha-resumo
           move spaces to ws-linha
           string "Dia do resumo: " ws-data-resumo (7:2) "/" ws-data-resumo (5:2) "/"
                  ws-data-resumo (1:4) "      Emitido em: " ws-data-atual (7:2) "/"
                  ws-data-atual (5:2) "/" ws-data-atual (1:4)
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           .
       imprimir-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sessoes do desafioloteria por modo e tipo de jogo, e as execucoes
      *> que nao foram encerradas
      *>------------------------------------------------------------------------
       imprimir-sessoes section.
           move spaces to ws-linha
           perform gravar-linha-resumo
           move "--- Sessoes do desafioloteria (execucoes.dat) ---" to ws-linha
           perform gravar-linha-resumo
           move "Modo            Jogo         Sessoes  Registros" to ws-linha
           perform gravar-linha-resumo
           if ws-qtd-modos = zero then
               move "(nenhuma sessao encerrada no dia)" to ws-linha
               perform gravar-linha-resumo
           end-if
           perform varying ws-modo-ind from 1 by 1 until ws-modo-ind > ws-qtd-modos
               evaluate ws-modo-jogo-tipo (ws-modo-ind)
                   when 1
                       move "Mega-Sena" to ws-jogo-nome
                   when 2
                       move "Quina" to ws-jogo-nome
                   when 3
                       move "Lotofacil" to ws-jogo-nome
                   when other
                       move "-" to ws-jogo-nome
               end-evaluate
               move ws-modo-qtd (ws-modo-ind) to ws-qtd-edit
               move ws-modo-registros (ws-modo-ind) to ws-qtd2-edit
               move spaces to ws-linha
               string ws-modo-nome (ws-modo-ind) " " ws-jogo-nome "  "
                      ws-qtd-edit "   " ws-qtd2-edit
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-resumo
           end-perform
           move ws-exec-abertas to ws-qtd-edit
           move spaces to ws-linha
           string "Execucoes abertas no dia:                 " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-exec-encerradas to ws-qtd-edit
           move spaces to ws-linha
           string "Execucoes encerradas no dia:              " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-exec-sem-encerramento to ws-qtd-edit
           move spaces to ws-linha
           string "Execucoes abertas sem encerramento:       " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-sem-enc-lista
               move spaces to ws-linha
               string "   aberta as " ws-sem-enc-hora (ws-ind) (1:2) ":"
                      ws-sem-enc-hora (ws-ind) (3:2) ":" ws-sem-enc-hora (ws-ind) (5:2)
                      " modo " ws-sem-enc-modo (ws-ind)
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-resumo
           end-perform
           move ws-qtd-historico to ws-qtd-edit
           move spaces to ws-linha
           string "Sessoes concluidas gravadas no historico: " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           .
       imprimir-sessoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lote: registros processados e rejeitados por motivo
      *>------------------------------------------------------------------------
       imprimir-lote section.
           move spaces to ws-linha
           perform gravar-linha-resumo
           move "--- Processamento em lote ---" to ws-linha
           perform gravar-linha-resumo
           move ws-lote-processados to ws-qtd2-edit
           move spaces to ws-linha
           string "Registros processados:                  " ws-qtd2-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-lote-rejeitados to ws-qtd-edit
           move spaces to ws-linha
           string "Registros rejeitados:                     " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-lote-motivo-qtd (1) to ws-qtd-edit
           move spaces to ws-linha
           string "   01 quantidade de dezenas invalida:     " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-lote-motivo-qtd (2) to ws-qtd-edit
           move spaces to ws-linha
           string "   02 dezena fora da faixa:               " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-lote-motivo-qtd (3) to ws-qtd-edit
           move spaces to ws-linha
           string "   03 dezena repetida:                    " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           if ws-lote-motivo-qtd (4) > zero then
               move ws-lote-motivo-qtd (4) to ws-qtd-edit
               move spaces to ws-linha
               string "   outros motivos:                        " ws-qtd-edit
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-resumo
           end-if
           .
       imprimir-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Importacao de resultados: concursos carregados e rejeitados por
      *> motivo
      *>------------------------------------------------------------------------
       imprimir-importacao section.
           move spaces to ws-linha
           perform gravar-linha-resumo
           move "--- Importacao de resultados ---" to ws-linha
           perform gravar-linha-resumo
           move ws-concursos-carregados to ws-qtd-edit
           move spaces to ws-linha
           string "Concursos carregados:                     " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-concursos-lista
               move spaces to ws-linha
               string "   concurso " ws-concurso-lista (ws-ind)
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-resumo
           end-perform
           move ws-import-rejeitados to ws-qtd-edit
           move spaces to ws-linha
           string "Linhas rejeitadas:                        " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-import-motivo-qtd (1) to ws-qtd-edit
           move spaces to ws-linha
           string "   01 dezena fora da faixa:               " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-import-motivo-qtd (2) to ws-qtd-edit
           move spaces to ws-linha
           string "   02 dezena repetida no sorteio:         " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-import-motivo-qtd (3) to ws-qtd-edit
           move spaces to ws-linha
           string "   03 data fora de ordem:                 " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-import-motivo-qtd (4) to ws-qtd-edit
           move spaces to ws-linha
           string "   04 concurso ja carregado:              " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-import-motivo-qtd (5) to ws-qtd-edit
           move spaces to ws-linha
           string "   05 premiacao oficial ilegivel:         " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           if ws-import-motivo-qtd (6) > zero then
               move ws-import-motivo-qtd (6) to ws-qtd-edit
               move spaces to ws-linha
               string "   outros motivos:                        " ws-qtd-edit
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-resumo
           end-if
           .
       imprimir-importacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Apostas de concurso: registradas, liquidadas (com premios) e
      *> canceladas (com estornos)
      *>------------------------------------------------------------------------
       imprimir-apostas section.
           move spaces to ws-linha
           perform gravar-linha-resumo
           move "--- Apostas de concurso ---" to ws-linha
           perform gravar-linha-resumo
           move ws-apostas-registradas to ws-qtd-edit
           move spaces to ws-linha
           string "Apostas registradas no dia:               " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-apostas-pendentes-dia to ws-qtd-edit
           move spaces to ws-linha
           string "   ainda pendentes:                       " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-apostas-liquidadas to ws-qtd-edit
           move spaces to ws-linha
           string "Apostas liquidadas no dia:                " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-apostas-premiadas to ws-qtd-edit
           move spaces to ws-linha
           string "   premiadas:                             " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-total-premios to ws-valor-edit
           move spaces to ws-linha
           string "   total de premios:          R$" ws-valor-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-apostas-canceladas to ws-qtd-edit
           move spaces to ws-linha
           string "Apostas canceladas no dia:                " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-total-estornos to ws-valor-edit
           move spaces to ws-linha
           string "   total estornado:           R$" ws-valor-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           .
       imprimir-apostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conta corrente: totais por tipo de lancamento e, por jogador,
      *> debitos, creditos e o liquido do dia
      *>------------------------------------------------------------------------
       imprimir-conta section.
           move spaces to ws-linha
           perform gravar-linha-resumo
           move "--- Conta corrente ---" to ws-linha
           perform gravar-linha-resumo
           move zero to ws-total-debitos
           move zero to ws-total-creditos
           perform varying ws-tipo-ind from 1 by 1 until ws-tipo-ind > 6
               move ws-tipo-qtd (ws-tipo-ind) to ws-qtd-edit
               move ws-tipo-valor (ws-tipo-ind) to ws-valor-edit
               move spaces to ws-linha
               string ws-tipo-codigo (ws-tipo-ind) " " ws-tipo-descricao (ws-tipo-ind)
                      ws-qtd-edit " R$" ws-valor-edit
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-resumo
           end-perform
           move spaces to ws-linha
           perform gravar-linha-resumo
           move "Jogador                 Debitos (D,S,I)    Creditos (C,E,R)             Liquido" to ws-linha
           perform gravar-linha-resumo
           if ws-qtd-jogadores = zero then
               move "(nenhum lancamento no dia)" to ws-linha
               perform gravar-linha-resumo
           end-if
           perform varying ws-jog-ind from 1 by 1 until ws-jog-ind > ws-qtd-jogadores
               add ws-jog-debitos (ws-jog-ind) to ws-total-debitos
               add ws-jog-creditos (ws-jog-ind) to ws-total-creditos
               move ws-jog-debitos (ws-jog-ind) to ws-valor-edit
               move ws-jog-creditos (ws-jog-ind) to ws-valor2-edit
               compute ws-liquido-edit = ws-jog-creditos (ws-jog-ind) - ws-jog-debitos (ws-jog-ind)
               move spaces to ws-linha
               string ws-jog-id (ws-jog-ind) " R$" ws-valor-edit " R$" ws-valor2-edit
                      " R$" ws-liquido-edit
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-resumo
           end-perform
           compute ws-total-liquido = ws-total-creditos - ws-total-debitos
           move ws-total-debitos to ws-valor-edit
           move ws-total-creditos to ws-valor2-edit
           move ws-total-liquido to ws-liquido-edit
           move spaces to ws-linha
           string "Total           " " R$" ws-valor-edit " R$" ws-valor2-edit
                  " R$" ws-liquido-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           .
       imprimir-conta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cadeia noturna: passos executados, com erro e os que nao terminaram
      *>------------------------------------------------------------------------
       imprimir-cadeia section.
           move spaces to ws-linha
           perform gravar-linha-resumo
           move "--- Cadeia noturna ---" to ws-linha
           perform gravar-linha-resumo
           move ws-passos-executados to ws-qtd-edit
           move spaces to ws-linha
           string "Passos executados:                        " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           move ws-passos-erro to ws-qtd-edit
           move spaces to ws-linha
           string "Passos com erro:                          " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-resumo
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-falhas-lista
               move spaces to ws-linha
               string "   passo " ws-falha-passo (ws-ind) " " ws-falha-programa (ws-ind)
                      " retorno " ws-falha-retorno (ws-ind)
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-resumo
           end-perform
           if ws-passos-iniciados > ws-passos-executados then
               compute ws-qtd-edit = ws-passos-iniciados - ws-passos-executados
               move spaces to ws-linha
               string "Passos iniciados sem termino:             " ws-qtd-edit
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-resumo
           end-if
           move spaces to ws-linha
           perform gravar-linha-resumo
           move "=====================================================================================" to ws-linha
           perform gravar-linha-resumo
           .
       imprimir-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava a linha montada em ws-linha no relatorio
      *>------------------------------------------------------------------------
       gravar-linha-resumo section.
           move ws-linha to reg-resumo
           write reg-resumo
           .
       gravar-linha-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resumo curto na tela; o detalhe fica no resumo_diario.dat
      *>------------------------------------------------------------------------
       exibir-resumo-tela section.
           display "===== Resumo diario de operacoes - " ws-data-resumo (7:2) "/"
                   ws-data-resumo (5:2) "/" ws-data-resumo (1:4) " ====="
           display "Sessoes encerradas: " ws-exec-encerradas
                   "  sem encerramento: " ws-exec-sem-encerramento
           display "Lote processados:   " ws-lote-processados
                   "  rejeitados: " ws-lote-rejeitados
           display "Concursos carregados: " ws-concursos-carregados
                   "  linhas rejeitadas: " ws-import-rejeitados
           move ws-total-premios to ws-valor-edit
           display "Apostas registradas: " ws-apostas-registradas
                   "  liquidadas: " ws-apostas-liquidadas
                   "  premios: R$" ws-valor-edit
           move ws-total-debitos to ws-valor-edit
           move ws-total-creditos to ws-valor2-edit
           display "Conta corrente - debitos: R$" ws-valor-edit
                   "  creditos: R$" ws-valor2-edit
           display "Cadeia noturna - passos: " ws-passos-executados
                   "  com erro: " ws-passos-erro
           display "Relatorio completo em resumo_diario.dat"
           .
       exibir-resumo-tela-exit.
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
           move "resultados_concursos.dat" to ws-trava-arquivo (2)
           move "apostas_pendentes.dat" to ws-trava-arquivo (3)
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
      *> Finalizacao Normal: goback para poder ser chamado pela cadeia
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
           exit.
