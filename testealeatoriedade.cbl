      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "testealeatoriedade".
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
      *> mesmo layout gravado pelo gravar-frequencia do desafioloteria2:
      *> contagem acumulada de cada dezena sorteada, por tipo de jogo
           select f-frequencia assign to "frequencia.dat"
               organization is line sequential
               file status is ws-status-frequencia.
      *> sorteios reais da Mega-Sena (data + 6 dezenas)
           select f-real assign to "megasena_real.dat"
               organization is line sequential
               file status is ws-status-real.
      *> relatorio da auditoria para arquivar (refeito a cada execucao)
           select f-relatorio assign to "teste_aleatoriedade.dat"
               organization is line sequential
               file status is ws-status-relatorio.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  f-frequencia.
       01 reg-frequencia.
           05 fr-jogo-tipo                          pic 9(01).
           05 fr-numero                             pic 9(02).
           05 fr-contagem                           pic 9(08).

       fd  f-real.
       01 reg-real.
           05 rr-data                               pic 9(08).
           05 rr-numeros.
               10 rr-numero                         pic 9(02) occurs 6 times.

       fd  f-relatorio.
       01 reg-relatorio                             pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-frequencia                      pic x(02).
       77 ws-status-real                            pic x(02).
       77 ws-status-relatorio                       pic x(02).
       77 ws-fim-arquivo                            pic x(01).
       77 ws-data-atual                             pic 9(08).
       77 ws-hora-atual                             pic 9(08).
       77 ws-linha                                  pic x(100).
       77 ws-ind                                    pic 9(02).
       77 ws-ind2                                   pic 9(02).
       77 ws-menor                                  pic 9(02).
       77 ws-maior                                  pic 9(02).

      *>----Parametros (ambiente)
      *> nivel de significancia em % (ALEATORIEDADE_NIVEL, padrao 5): quanto
      *> menor, mais forte a evidencia exigida para reprovar
       77 ws-nivel-texto                            pic x(10).
       77 ws-nivel                                  pic 9(02)v9(04).
      *> o nivel vale para a conclusao geral: cada teste usa o nivel dividido
      *> pela quantidade de testes previstos (Bonferroni), senao com dez
      *> testes um sorteio perfeito reprovaria em quase metade das rodadas
       77 ws-testes-previstos                       pic 9(02).
       77 ws-nivel-teste                            pic 9(02)v9(04).
      *> sorteios da amostra nova, por tipo de jogo (ALEATORIEDADE_AMOSTRA,
      *> padrao 10000)
       77 ws-amostra                                pic 9(07).
      *> tipo de jogo a auditar (ALEATORIEDADE_JOGO, 1 a 3; zero = todos)
       77 ws-jogo-filtro                            pic 9(01).

      *>----Tipo de jogo corrente, igual ao determinar-jogo do desafioloteria
      *>----(1=Mega-Sena 6 de 60, 2=Quina 5 de 80, 3=Lotofacil 10 de 25)
       77 ws-jogo-tipo                              pic 9(01).
       77 ws-jogo-nome                              pic x(10).

      *>----Parametros do desafioloteria2 (mesmos do desafioloteria)
       77 ws-quantidade                             pic 9(02).
       77 ws-num-1                                  pic 9(02).
       77 ws-num-2                                  pic 9(02).
       77 ws-num-3                                  pic 9(02).
       77 ws-num-4                                  pic 9(02).
       77 ws-num-5                                  pic 9(02).
       77 ws-num-6                                  pic 9(02).
       77 ws-num-7                                  pic 9(02).
       77 ws-num-8                                  pic 9(02).
       77 ws-num-9                                  pic 9(02).
       77 ws-num-10                                 pic 9(02).
       77 ws-msn                                    pic x(25).
       77 ws-ind-acerto                             pic 9(02).
       77 ws-ind-erro                               pic 9(02).
       77 ws-ind-sorteio                            pic 9(10).
       77 ws-modo-chamada                           pic x(01).
       77 ws-fim-real                               pic x(01).
       77 ws-jogo-bolas                             pic 9(02).
       77 ws-jogo-range                             pic 9(02).
       01 ws-sorteados.
           05 ws-sorteado-1                         pic 9(02).
           05 ws-sorteado-2                         pic 9(02).
           05 ws-sorteado-3                         pic 9(02).
           05 ws-sorteado-4                         pic 9(02).
           05 ws-sorteado-5                         pic 9(02).
           05 ws-sorteado-6                         pic 9(02).
           05 ws-sorteado-7                         pic 9(02).
           05 ws-sorteado-8                         pic 9(02).
           05 ws-sorteado-9                         pic 9(02).
           05 ws-sorteado-10                        pic 9(02).
       01 ws-sorteados-tab redefines ws-sorteados.
           05 ws-sorteado-vencedor                  pic 9(02) occurs 10 times.
       77 ws-qtd-quadras                            pic 9(05).
       77 ws-qtd-quinas                             pic 9(05).
       77 ws-qtd-senas                              pic 9(05).
       77 ws-premio-total                           pic 9(13)v99.

      *>----Contagens
      *> frequencia.dat por tipo de jogo e dezena
       01 ws-freq-tab.
           05 ws-freq-jogo                          occurs 3 times.
               10 ws-freq-num                       pic 9(08) occurs 80 times.
      *> amostra nova: contagem por dezena, por par de dezenas e sorteios
      *> com pelo menos duas dezenas consecutivas
       01 ws-amostra-tab.
           05 ws-amostra-num                        pic 9(08) occurs 80 times.
       01 ws-pares-tab.
           05 ws-par-linha                          occurs 80 times.
               10 ws-par-qtd                        pic 9(07) occurs 80 times.
       77 ws-amostra-ind                            pic 9(07).
       77 ws-amostra-consecutivos                   pic 9(07).
       77 ws-tem-consecutivo                        pic x(01).
      *> megasena_real.dat: contagem por dezena, sorteios e sorteios com
      *> dezenas consecutivas
       01 ws-real-tab.
           05 ws-real-num                           pic 9(08) occurs 60 times.
       77 ws-real-sorteios                          pic 9(07).
       77 ws-real-consecutivos                      pic 9(07).
       77 ws-real-valido                            pic x(01).

      *>----Estatisticas
      *> quantis da normal para o nivel pedido: unilateral (qui-quadrado) e
      *> bilateral (proporcao de consecutivos)
       77 ws-alfa                                   pic 9(01)v9(08).
       77 ws-z-t                                    pic 9(03)v9(08).
       77 ws-z                                      pic s9(03)v9(08).
       77 ws-z-uni                                  pic s9(03)v9(08).
       77 ws-z-bi                                   pic s9(03)v9(08).
       77 ws-total                                  pic 9(11).
       77 ws-total-real                             pic 9(11).
       77 ws-celulas                                pic 9(05).
       77 ws-esperado                               pic 9(11)v9(06).
       77 ws-esperado-real                          pic 9(11)v9(06).
       77 ws-qui                                    pic 9(11)v9(06).
       77 ws-gl                                     pic 9(05).
       77 ws-wh                                     pic 9(01)v9(10).
       77 ws-critico                                pic 9(11)v9(06).
      *> chance de um sorteio cair num par qualquer de dezenas e de nao ter
      *> nenhum par de consecutivas
       77 ws-prob-par                               pic 9(01)v9(12).
       77 ws-prob-sem-consecutivo                   pic 9(01)v9(12).
       77 ws-prob-consecutivo                       pic 9(01)v9(12).
       77 ws-esperado-consecutivos                  pic 9(09)v9(06).
       77 ws-z-consecutivos                         pic s9(05)v9(06).
      *> passos intermediarios: cada divisao e feita a parte (divide ...
      *> giving), para nao depender da precisao intermediaria do compute
       77 ws-num-int                                pic 9(09).
       77 ws-den-int                                pic 9(09).
       77 ws-fracao                                 pic 9(01)v9(12).
       77 ws-base                                   pic s9(03)v9(10).
       77 ws-quadrado                               pic 9(15)v9(06).
       77 ws-parcela                                pic 9(11)v9(06).
       77 ws-produto                                pic 9(15)v9(06).
       77 ws-soma-total                             pic 9(12).
       77 ws-raiz                                   pic 9(09)v9(06).
       77 ws-diferenca                              pic s9(09)v9(06).
      *> pares: chance de dois pares com uma dezena em comum e de dois pares
      *> disjuntos sairem no mesmo sorteio, as covariancias entre contagens
      *> de pares e os pesos das duas partes da estatistica
       77 ws-prob-par-3                             pic 9(01)v9(12).
       77 ws-prob-par-4                             pic 9(01)v9(12).
       77 ws-cov-0                                  pic s9(01)v9(12).
       77 ws-cov-1                                  pic s9(01)v9(12).
       77 ws-cov-2                                  pic s9(01)v9(12).
       77 ws-lambda-1                               pic s9(03)v9(12).
       77 ws-lambda-2                               pic s9(03)v9(12).
       77 ws-peso-1                                 pic s9(05)v9(10).
       77 ws-peso-2                                 pic s9(05)v9(10).
       77 ws-gl-1                                   pic 9(05).
       77 ws-gl-2                                   pic 9(05).
       77 ws-media                                  pic 9(09)v9(06).
       77 ws-variancia                              pic 9(11)v9(06).
       77 ws-escala                                 pic 9(05)v9(10).
      *> dezena com a maior diferenca para o esperado, mostrada no relatorio
       77 ws-desvio                                 pic s9(11)v9(06).
       77 ws-desvio-max                             pic 9(11)v9(06).
       77 ws-desvio-num                             pic 9(02).
       77 ws-desvio-obs                             pic 9(08).
      *> "APROVADO", "REPROVADO", "SEM DADOS" ou "INCONCLUSIVO"
       77 ws-resultado                              pic x(12).
       77 ws-qtd-testes                             pic 9(03).
       77 ws-qtd-reprovados                         pic 9(03).
       77 ws-qtd-inconclusivos                      pic 9(03).

      *>----Edicao
       77 ws-qui-edit                               pic z(10)9,999.
       77 ws-critico-edit                           pic z(10)9,999.
       77 ws-esperado-edit                          pic z(10)9,99.
       77 ws-qtd-edit                               pic z(07)9.
       77 ws-gl-edit                                pic zzzz9.
       77 ws-nivel-edit                             pic z9,9999.
       77 ws-pct-edit                               pic zz9,99.
       77 ws-pct2-edit                              pic zz9,99.
       77 ws-pct3-edit                              pic zz9,99.
       77 ws-z-edit                                 pic -(4)9,999.
       77 ws-pct                                    pic 9(03)v99.
      *>----Controle de uso dos arquivos (controlearquivos): a auditoria so
      *>----le os sorteios reais, em modo compartilhado, para nao cruzar com
      *>----o importarresultados regravando o arquivo
       77 ws-trava-programa                         pic x(20) value "testealeatoriedade".
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
      *> Le os parametros, calcula os quantis do nivel pedido e abre o
      *> relatorio
      *>------------------------------------------------------------------------
       inicializa section.
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           move spaces to ws-nivel-texto
           accept ws-nivel-texto from environment "ALEATORIEDADE_NIVEL"
           on exception move spaces to ws-nivel-texto
           end-accept
           if ws-nivel-texto = spaces then
               move 5 to ws-nivel
           else
               compute ws-nivel = function numval (ws-nivel-texto)
           end-if
           if ws-nivel <= zero or ws-nivel > 50 then
               display "Nivel de significancia invalido (" ws-nivel-texto "), usando 5%."
               move 5 to ws-nivel
           end-if
           accept ws-amostra from environment "ALEATORIEDADE_AMOSTRA"
           on exception move zero to ws-amostra
           end-accept
           if ws-amostra = zero then
               move 10000 to ws-amostra
           end-if
           accept ws-jogo-filtro from environment "ALEATORIEDADE_JOGO"
           on exception move zero to ws-jogo-filtro
           end-accept
           if ws-jogo-filtro > 3 then
               move zero to ws-jogo-filtro
           end-if
      *> tres testes por tipo de jogo, mais o simulado x real da Mega-Sena
           evaluate ws-jogo-filtro
               when zero
                   move 10 to ws-testes-previstos
               when 1
                   move 4 to ws-testes-previstos
               when other
                   move 3 to ws-testes-previstos
           end-evaluate
           divide ws-nivel by ws-testes-previstos giving ws-nivel-teste rounded
           divide ws-nivel-teste by 100 giving ws-alfa rounded
           perform calcular-quantil-normal
           move ws-z to ws-z-uni
           divide ws-nivel-teste by 200 giving ws-alfa rounded
           perform calcular-quantil-normal
           move ws-z to ws-z-bi
           move zero to ws-qtd-testes
           move zero to ws-qtd-reprovados
           move zero to ws-qtd-inconclusivos
           open output f-relatorio
           move "================ AUDITORIA DE ALEATORIEDADE DO SORTEIO - DESAFIO LOTERIA ================" to ws-linha
           perform gravar-linha-relatorio
           move ws-nivel to ws-nivel-edit
           move ws-amostra to ws-qtd-edit
           move spaces to ws-linha
           string "Emitido em " ws-data-atual (7:2) "/" ws-data-atual (5:2) "/"
                  ws-data-atual (1:4) " " ws-hora-atual (1:2) ":" ws-hora-atual (3:2)
                  "   Nivel de significancia: " ws-nivel-edit "%"
                  "   Amostra: " ws-qtd-edit " sorteios"
               delimited by size into ws-linha
           end-string
           perform gravar-linha-relatorio
           move ws-nivel-teste to ws-nivel-edit
           move ws-testes-previstos to ws-gl-edit
           move spaces to ws-linha
           string "Nivel por teste (Bonferroni, " ws-gl-edit " testes): " ws-nivel-edit "%"
               delimited by size into ws-linha
           end-string
           perform gravar-linha-relatorio
           perform obter-travas
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega as contagens acumuladas e os sorteios reais e audita cada
      *> tipo de jogo
      *>------------------------------------------------------------------------
       processamento section.
           if ws-trava-situacao = "S" then
               perform carregar-frequencia
               perform carregar-real
               perform varying ws-jogo-tipo from 1 by 1 until ws-jogo-tipo > 3
                   if ws-jogo-filtro = zero or ws-jogo-filtro = ws-jogo-tipo then
                       perform auditar-jogo
                   end-if
               end-perform
               perform emitir-conclusao
           else
               move spaces to ws-linha
               string "Auditoria nao executada: " ws-trava-msn
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-relatorio
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Quantil superior da normal padrao para ws-alfa (aproximacao racional
      *> de Abramowitz e Stegun 26.2.23, erro menor que 0,00045)
      *>------------------------------------------------------------------------
       calcular-quantil-normal section.
           compute ws-z-t = function sqrt (-2 * function log (ws-alfa))
           compute ws-produto = 2,515517 + 0,802853 * ws-z-t
                                + 0,010328 * ws-z-t * ws-z-t
           compute ws-raiz = 1 + 1,432788 * ws-z-t + 0,189269 * ws-z-t * ws-z-t
                             + 0,001308 * ws-z-t * ws-z-t * ws-z-t
           divide ws-produto by ws-raiz giving ws-fracao rounded
           compute ws-z = ws-z-t - ws-fracao
           .
       calcular-quantil-normal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Valor critico do qui-quadrado com ws-gl graus de liberdade no nivel
      *> pedido (aproximacao de Wilson-Hilferty, boa a partir de uns 10
      *> graus de liberdade - aqui sao sempre 24 ou mais)
      *>------------------------------------------------------------------------
       calcular-critico section.
           compute ws-den-int = 9 * ws-gl
           divide 2 by ws-den-int giving ws-wh rounded
           compute ws-base rounded = 1 - ws-wh + ws-z-uni * function sqrt (ws-wh)
           compute ws-critico rounded = ws-gl * ws-base * ws-base * ws-base
           .
       calcular-critico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> frequencia.dat: contagem acumulada de cada dezena, por tipo de jogo
      *>------------------------------------------------------------------------
       carregar-frequencia section.
           initialize ws-freq-tab
           move "N" to ws-fim-arquivo
           open input f-frequencia
           if ws-status-frequencia = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-frequencia
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if fr-jogo-tipo >= 1 and fr-jogo-tipo <= 3 and
                          fr-numero >= 1 and fr-numero <= 80 then
                           move fr-contagem to ws-freq-num (fr-jogo-tipo fr-numero)
                       end-if
               end-read
           end-perform
           if ws-status-frequencia not = "35" then
               close f-frequencia
           end-if
           .
       carregar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> megasena_real.dat: contagem de cada dezena e sorteios com dezenas
      *> consecutivas (linhas com dezena fora de 1 a 60 sao ignoradas)
      *>------------------------------------------------------------------------
       carregar-real section.
           initialize ws-real-tab
           move zero to ws-real-sorteios
           move zero to ws-real-consecutivos
           move "N" to ws-fim-arquivo
           open input f-real
           if ws-status-real = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-real
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move "S" to ws-real-valido
                       perform varying ws-ind from 1 by 1 until ws-ind > 6
                           if rr-numero (ws-ind) not numeric then
                               move "N" to ws-real-valido
                           else
                               if rr-numero (ws-ind) < 1 or rr-numero (ws-ind) > 60 then
                                   move "N" to ws-real-valido
                               end-if
                           end-if
                       end-perform
                       if ws-real-valido = "S" then
                           add 1 to ws-real-sorteios
                           move "N" to ws-tem-consecutivo
                           perform varying ws-ind from 1 by 1 until ws-ind > 6
                               add 1 to ws-real-num (rr-numero (ws-ind))
                               perform varying ws-ind2 from 1 by 1 until ws-ind2 > 6
                                   if rr-numero (ws-ind2) = rr-numero (ws-ind) + 1 then
                                       move "S" to ws-tem-consecutivo
                                   end-if
                               end-perform
                           end-perform
                           if ws-tem-consecutivo = "S" then
                               add 1 to ws-real-consecutivos
                           end-if
                       end-if
               end-read
           end-perform
           if ws-status-real not = "35" then
               close f-real
           end-if
           .
       carregar-real-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Todos os testes de um tipo de jogo: frequencia acumulada, amostra
      *> nova (pares e consecutivos) e, na Mega-Sena, comparacao com os
      *> sorteios reais
      *>------------------------------------------------------------------------
       auditar-jogo section.
           evaluate ws-jogo-tipo
               when 2
                   move 5 to ws-jogo-bolas
                   move 80 to ws-jogo-range
                   move "Quina" to ws-jogo-nome
               when 3
                   move 10 to ws-jogo-bolas
                   move 25 to ws-jogo-range
                   move "Lotofacil" to ws-jogo-nome
               when other
                   move 6 to ws-jogo-bolas
                   move 60 to ws-jogo-range
                   move "Mega-Sena" to ws-jogo-nome
           end-evaluate
           move spaces to ws-linha
           perform gravar-linha-relatorio
           move spaces to ws-linha
           string "--- " ws-jogo-nome " (" ws-jogo-bolas " dezenas de 1 a " ws-jogo-range ") ---"
               delimited by size into ws-linha
           end-string
           perform gravar-linha-relatorio
           perform testar-frequencia
           perform gerar-amostra
           perform testar-pares
           perform testar-consecutivos
           if ws-jogo-tipo = 1 then
               perform testar-real
           end-if
           .
       auditar-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Qui-quadrado de aderencia das contagens de frequencia.dat a
      *> distribuicao uniforme. Como cada sorteio tira as dezenas sem
      *> reposicao, a estatistica e corrigida por (N-1)/(N-k) para seguir o
      *> qui-quadrado com N-1 graus de liberdade
      *>------------------------------------------------------------------------
       testar-frequencia section.
           move zero to ws-total
           perform varying ws-ind from 1 by 1 until ws-ind > ws-jogo-range
               add ws-freq-num (ws-jogo-tipo ws-ind) to ws-total
           end-perform
           move zero to ws-qui
           move zero to ws-critico
           move zero to ws-desvio-max
           move zero to ws-desvio-num
           compute ws-gl = ws-jogo-range - 1
           if ws-total = zero then
               move "SEM DADOS" to ws-resultado
               move zero to ws-esperado
           else
               divide ws-total by ws-jogo-range giving ws-esperado rounded
               perform varying ws-ind from 1 by 1 until ws-ind > ws-jogo-range
                   compute ws-desvio = ws-freq-num (ws-jogo-tipo ws-ind) - ws-esperado
                   perform somar-parcela-qui
                   if ws-desvio < zero then
                       compute ws-desvio = zero - ws-desvio
                   end-if
                   if ws-desvio > ws-desvio-max then
                       move ws-desvio to ws-desvio-max
                       move ws-ind to ws-desvio-num
                       move ws-freq-num (ws-jogo-tipo ws-ind) to ws-desvio-obs
                   end-if
               end-perform
               perform corrigir-sem-reposicao
               perform calcular-critico
               perform avaliar-qui-quadrado
           end-if
           move "Frequencia acumulada (frequencia.dat) - qui-quadrado de aderencia" to ws-linha
           perform gravar-linha-relatorio
           move ws-total to ws-qtd-edit
           move ws-esperado to ws-esperado-edit
           move spaces to ws-linha
           string "   dezenas contadas: " ws-qtd-edit
                  "   esperado por dezena: " ws-esperado-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-relatorio
           perform emitir-linha-qui-quadrado
           .
       testar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Amostra nova pelo caminho rapido do desafioloteria2 (modo "G", que
      *> nao grava frequencia.dat): conta cada dezena, cada par de dezenas e
      *> os sorteios com pelo menos duas dezenas consecutivas
      *>------------------------------------------------------------------------
       gerar-amostra section.
           initialize ws-amostra-tab
           initialize ws-pares-tab
           move zero to ws-amostra-consecutivos
           move ws-jogo-bolas to ws-quantidade
           perform varying ws-amostra-ind from 1 by 1 until ws-amostra-ind > ws-amostra
               move "G" to ws-modo-chamada
               call "desafioloteria2" using ws-quantidade, ws-num-1, ws-num-2, ws-num-3,
                                           ws-num-4, ws-num-5, ws-num-6, ws-num-7, ws-num-8,
                                           ws-num-9, ws-num-10, ws-msn, ws-ind-acerto, ws-ind-erro,
                                           ws-ind-sorteio, ws-modo-chamada, ws-fim-real,
                                           ws-jogo-bolas, ws-jogo-range,
                                           ws-sorteado-1, ws-sorteado-2, ws-sorteado-3, ws-sorteado-4,
                                           ws-sorteado-5, ws-sorteado-6, ws-sorteado-7, ws-sorteado-8,
                                           ws-sorteado-9, ws-sorteado-10,
                                           ws-qtd-quadras, ws-qtd-quinas, ws-qtd-senas, ws-premio-total
               move "N" to ws-tem-consecutivo
               perform varying ws-ind from 1 by 1 until ws-ind > ws-jogo-bolas
                   add 1 to ws-amostra-num (ws-sorteado-vencedor (ws-ind))
                   perform varying ws-ind2 from 1 by 1 until ws-ind2 >= ws-ind
                       if ws-sorteado-vencedor (ws-ind) < ws-sorteado-vencedor (ws-ind2) then
                           move ws-sorteado-vencedor (ws-ind) to ws-menor
                           move ws-sorteado-vencedor (ws-ind2) to ws-maior
                       else
                           move ws-sorteado-vencedor (ws-ind2) to ws-menor
                           move ws-sorteado-vencedor (ws-ind) to ws-maior
                       end-if
                       add 1 to ws-par-qtd (ws-menor ws-maior)
                       if ws-maior = ws-menor + 1 then
                           move "S" to ws-tem-consecutivo
                       end-if
                   end-perform
               end-perform
               if ws-tem-consecutivo = "S" then
                   add 1 to ws-amostra-consecutivos
               end-if
           end-perform
           .
       gerar-amostra-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Qui-quadrado das contagens de cada par de dezenas na amostra contra o
      *> esperado (todos os pares igualmente provaveis). Os pares de um mesmo
      *> sorteio nao sao independentes, entao a estatistica e a soma de duas
      *> partes com pesos diferentes; ela e levada ao qui-quadrado pela
      *> aproximacao de Satterthwaite (mesma media e variancia)
      *>------------------------------------------------------------------------
       testar-pares section.
           compute ws-num-int = ws-jogo-bolas * (ws-jogo-bolas - 1)
           compute ws-den-int = ws-jogo-range * (ws-jogo-range - 1)
           divide ws-den-int by 2 giving ws-celulas
           divide ws-num-int by ws-den-int giving ws-prob-par rounded
           compute ws-total = ws-amostra * ws-num-int
           divide ws-total by 2 giving ws-total
           compute ws-esperado rounded = ws-amostra * ws-prob-par
           move zero to ws-qui
           move zero to ws-critico
           perform varying ws-ind from 1 by 1 until ws-ind >= ws-jogo-range
               compute ws-menor = ws-ind + 1
               perform varying ws-ind2 from ws-menor by 1 until ws-ind2 > ws-jogo-range
                   compute ws-desvio = ws-par-qtd (ws-ind ws-ind2) - ws-esperado
                   perform somar-parcela-qui
               end-perform
           end-perform
           perform calcular-escala-pares
           divide ws-qui by ws-escala giving ws-qui rounded
           perform calcular-critico
           perform avaliar-qui-quadrado
           move "Pares de dezenas na amostra nova (desafioloteria2 modo G) - qui-quadrado" to ws-linha
           perform gravar-linha-relatorio
           move ws-total to ws-qtd-edit
           move ws-esperado to ws-esperado-edit
           move spaces to ws-linha
           string "   pares contados: " ws-qtd-edit
                  "   esperado por par: " ws-esperado-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-relatorio
           move zero to ws-desvio-num
           perform emitir-linha-qui-quadrado
           .
       testar-pares-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escala e graus de liberdade da estatistica dos pares. A contagem de
      *> um par varia com p(1-p) e covaria com a de um par que divide uma
      *> dezena com ele (cov-1) e com a de um par disjunto (cov-2). Separando
      *> a parte ligada as dezenas isoladas (N-1 graus, peso-1) da parte
      *> propria dos pares (N(N-3)/2 graus, peso-2), a estatistica tem media
      *> peso-1 x gl-1 + peso-2 x gl-2 e variancia 2(peso-1^2 gl-1 + peso-2^2
      *> gl-2); dividida pela escala v/2m ela segue o qui-quadrado com 2m^2/v
      *> graus de liberdade
      *>------------------------------------------------------------------------
       calcular-escala-pares section.
           compute ws-num-int = ws-jogo-bolas * (ws-jogo-bolas - 1) * (ws-jogo-bolas - 2)
           compute ws-den-int = ws-jogo-range * (ws-jogo-range - 1) * (ws-jogo-range - 2)
           divide ws-num-int by ws-den-int giving ws-prob-par-3 rounded
           compute ws-num-int = ws-num-int * (ws-jogo-bolas - 3)
           compute ws-den-int = ws-den-int * (ws-jogo-range - 3)
           divide ws-num-int by ws-den-int giving ws-prob-par-4 rounded
           compute ws-cov-0 rounded = ws-prob-par - ws-prob-par * ws-prob-par
           compute ws-cov-1 rounded = ws-prob-par-3 - ws-prob-par * ws-prob-par
           compute ws-cov-2 rounded = ws-prob-par-4 - ws-prob-par * ws-prob-par
           compute ws-num-int = ws-jogo-range - 4
           compute ws-den-int = ws-jogo-range - 3
           compute ws-lambda-1 rounded = ws-cov-0 + ws-cov-1 * ws-num-int
                                         - ws-cov-2 * ws-den-int
           compute ws-lambda-2 rounded = ws-cov-0 - ws-cov-1 - ws-cov-1 + ws-cov-2
           divide ws-lambda-1 by ws-prob-par giving ws-peso-1 rounded
           divide ws-lambda-2 by ws-prob-par giving ws-peso-2 rounded
           compute ws-gl-1 = ws-jogo-range - 1
           compute ws-gl-2 = ws-celulas - ws-jogo-range
           compute ws-media rounded = ws-peso-1 * ws-gl-1 + ws-peso-2 * ws-gl-2
           compute ws-variancia rounded = 2 * (ws-peso-1 * ws-peso-1 * ws-gl-1
                                             + ws-peso-2 * ws-peso-2 * ws-gl-2)
           compute ws-produto = 2 * ws-media
           divide ws-variancia by ws-produto giving ws-escala rounded
           compute ws-produto = 2 * ws-media * ws-media
           divide ws-produto by ws-variancia giving ws-gl rounded
           .
       calcular-escala-pares-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Proporcao de sorteios da amostra com dezenas consecutivas contra a
      *> exata: sem nenhuma consecutiva ha C(N-k+1,k) de C(N,k) combinacoes.
      *> Teste z bilateral (tanto consecutivas demais como de menos reprovam)
      *>------------------------------------------------------------------------
       testar-consecutivos section.
           move 1 to ws-prob-sem-consecutivo
           perform varying ws-ind from 0 by 1 until ws-ind >= ws-jogo-bolas
               compute ws-num-int = ws-jogo-range - ws-jogo-bolas + 1 - ws-ind
               compute ws-den-int = ws-jogo-range - ws-ind
               divide ws-num-int by ws-den-int giving ws-fracao rounded
               compute ws-prob-sem-consecutivo rounded =
                   ws-prob-sem-consecutivo * ws-fracao
           end-perform
           compute ws-prob-consecutivo = 1 - ws-prob-sem-consecutivo
           compute ws-esperado-consecutivos rounded = ws-amostra * ws-prob-consecutivo
           add 1 to ws-qtd-testes
           if ws-esperado-consecutivos < 5 or
              ws-amostra - ws-esperado-consecutivos < 5 then
               move "INCONCLUSIVO" to ws-resultado
               add 1 to ws-qtd-inconclusivos
               move zero to ws-z-consecutivos
           else
               compute ws-diferenca = ws-amostra-consecutivos - ws-esperado-consecutivos
               compute ws-raiz rounded =
                   function sqrt (ws-esperado-consecutivos * ws-prob-sem-consecutivo)
               divide ws-diferenca by ws-raiz giving ws-z-consecutivos rounded
               if ws-z-consecutivos > ws-z-bi or
                  ws-z-consecutivos < zero - ws-z-bi then
                   move "REPROVADO" to ws-resultado
                   add 1 to ws-qtd-reprovados
               else
                   move "APROVADO" to ws-resultado
               end-if
           end-if
           move "Sorteios com dezenas consecutivas na amostra nova - teste z" to ws-linha
           perform gravar-linha-relatorio
           compute ws-produto = ws-amostra-consecutivos * 100
           divide ws-produto by ws-amostra giving ws-pct rounded
           move ws-pct to ws-pct-edit
           compute ws-pct rounded = ws-prob-consecutivo * 100
           move ws-pct to ws-pct2-edit
           move ws-amostra-consecutivos to ws-qtd-edit
           move spaces to ws-linha
           string "   sorteios: " ws-qtd-edit " (" ws-pct-edit "%)"
                  "   esperado: " ws-pct2-edit "%"
               delimited by size into ws-linha
           end-string
           perform gravar-linha-relatorio
           move ws-z-consecutivos to ws-z-edit
           move ws-z-bi to ws-critico-edit
           move spaces to ws-linha
           string "   z = " ws-z-edit "   limite +/-" ws-critico-edit
                  "   resultado: " ws-resultado
               delimited by size into ws-linha
           end-string
           perform gravar-linha-relatorio
           .
       testar-consecutivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mega-Sena: qui-quadrado de homogeneidade entre a distribuicao das
      *> dezenas da amostra simulada e a dos sorteios reais (mesma correcao
      *> por (N-1)/(N-k) do sorteio sem reposicao)
      *>------------------------------------------------------------------------
       testar-real section.
           move "Simulado x real (megasena_real.dat) - qui-quadrado de homogeneidade" to ws-linha
           perform gravar-linha-relatorio
           compute ws-total = ws-amostra * ws-jogo-bolas
           compute ws-total-real = ws-real-sorteios * ws-jogo-bolas
           compute ws-gl = ws-jogo-range - 1
           move zero to ws-qui
           move zero to ws-critico
           move zero to ws-desvio-max
           move zero to ws-desvio-num
           if ws-real-sorteios = zero then
               move "SEM DADOS" to ws-resultado
           else
               perform varying ws-ind from 1 by 1 until ws-ind > ws-jogo-range
                   if ws-amostra-num (ws-ind) + ws-real-num (ws-ind) > zero then
                       compute ws-soma-total = ws-total + ws-total-real
                       compute ws-produto = ws-total
                           * (ws-amostra-num (ws-ind) + ws-real-num (ws-ind))
                       divide ws-produto by ws-soma-total giving ws-esperado rounded
                       compute ws-produto = ws-total-real
                           * (ws-amostra-num (ws-ind) + ws-real-num (ws-ind))
                       divide ws-produto by ws-soma-total giving ws-esperado-real rounded
                       compute ws-desvio = ws-amostra-num (ws-ind) - ws-esperado
                       perform somar-parcela-qui
                       move ws-esperado-real to ws-esperado
                       compute ws-desvio = ws-real-num (ws-ind) - ws-esperado-real
                       perform somar-parcela-qui
                       if ws-desvio < zero then
                           compute ws-desvio = zero - ws-desvio
                       end-if
                       if ws-desvio > ws-desvio-max then
                           move ws-desvio to ws-desvio-max
                           move ws-ind to ws-desvio-num
                           move ws-amostra-num (ws-ind) to ws-desvio-obs
                       end-if
                   end-if
               end-perform
               perform corrigir-sem-reposicao
               divide ws-total-real by ws-jogo-range giving ws-esperado rounded
               perform calcular-critico
               perform avaliar-qui-quadrado
           end-if
           move ws-real-sorteios to ws-qtd-edit
           move spaces to ws-linha
           string "   sorteios reais: " ws-qtd-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-relatorio
           perform emitir-linha-qui-quadrado
           if ws-real-sorteios > zero then
               compute ws-produto = ws-real-consecutivos * 100
               divide ws-produto by ws-real-sorteios giving ws-pct rounded
               move ws-pct to ws-pct-edit
               compute ws-produto = ws-amostra-consecutivos * 100
               divide ws-produto by ws-amostra giving ws-pct rounded
               move ws-pct to ws-pct2-edit
               compute ws-pct rounded = ws-prob-consecutivo * 100
               move ws-pct to ws-pct3-edit
               move spaces to ws-linha
               string "   com consecutivas - reais: " ws-pct-edit "%   simulados: "
                      ws-pct2-edit "%   teorico: " ws-pct3-edit "%"
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-relatorio
           end-if
           .
       testar-real-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Soma a ws-qui a parcela (observado - esperado) ao quadrado sobre o
      *> esperado; o desvio ja vem em ws-desvio e o esperado em ws-esperado
      *>------------------------------------------------------------------------
       somar-parcela-qui section.
           compute ws-quadrado = ws-desvio * ws-desvio
           divide ws-quadrado by ws-esperado giving ws-parcela rounded
           add ws-parcela to ws-qui
           .
       somar-parcela-qui-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Correcao do sorteio sem reposicao: ws-qui vezes (N-1)/(N-k)
      *>------------------------------------------------------------------------
       corrigir-sem-reposicao section.
           compute ws-num-int = ws-jogo-range - 1
           compute ws-den-int = ws-jogo-range - ws-jogo-bolas
           compute ws-produto = ws-qui * ws-num-int
           divide ws-produto by ws-den-int giving ws-qui rounded
           .
       corrigir-sem-reposicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Compara ws-qui com o critico; valor esperado por celula abaixo de 5
      *> deixa o teste inconclusivo (amostra pequena demais para o
      *> qui-quadrado)
      *>------------------------------------------------------------------------
       avaliar-qui-quadrado section.
           add 1 to ws-qtd-testes
           if ws-esperado < 5 then
               move "INCONCLUSIVO" to ws-resultado
               add 1 to ws-qtd-inconclusivos
           else
               if ws-qui > ws-critico then
                   move "REPROVADO" to ws-resultado
                   add 1 to ws-qtd-reprovados
               else
                   move "APROVADO" to ws-resultado
               end-if
           end-if
           .
       avaliar-qui-quadrado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Linha com a estatistica, o critico, o resultado e (quando houver) a
      *> dezena mais distante do esperado
      *>------------------------------------------------------------------------
       emitir-linha-qui-quadrado section.
           move ws-qui to ws-qui-edit
           move ws-critico to ws-critico-edit
           move ws-gl to ws-gl-edit
           move spaces to ws-linha
           string "   qui-quadrado: " ws-qui-edit "   critico (" ws-gl-edit " gl): "
                  ws-critico-edit "   resultado: " ws-resultado
               delimited by size into ws-linha
           end-string
           perform gravar-linha-relatorio
           if ws-desvio-num not = zero then
               move ws-desvio-obs to ws-qtd-edit
               move spaces to ws-linha
               string "   dezena mais distante do esperado: " ws-desvio-num
                      " (" ws-qtd-edit " vezes)"
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-relatorio
           end-if
           .
       emitir-linha-qui-quadrado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conclusao: reprovado se qualquer teste reprovou (retorno 4, para a
      *> cadeia registrar o passo com erro)
      *>------------------------------------------------------------------------
       emitir-conclusao section.
           move spaces to ws-linha
           perform gravar-linha-relatorio
           move spaces to ws-linha
           string "Testes: " ws-qtd-testes "   reprovados: " ws-qtd-reprovados
                  "   inconclusivos: " ws-qtd-inconclusivos
               delimited by size into ws-linha
           end-string
           perform gravar-linha-relatorio
           if ws-qtd-reprovados > zero then
               move "CONCLUSAO: REPROVADO - o sorteio se afasta do aleatorio no nivel pedido" to ws-linha
               move 4 to return-code
           else
               move "CONCLUSAO: APROVADO - nenhum teste rejeitou o sorteio como aleatorio" to ws-linha
               move 0 to return-code
           end-if
           perform gravar-linha-relatorio
           move "=========================================================================================" to ws-linha
           perform gravar-linha-relatorio
           .
       emitir-conclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava a linha montada em ws-linha no relatorio e mostra na tela
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.
           move ws-linha to reg-relatorio
           write reg-relatorio
           display ws-linha
           .
       gravar-linha-relatorio-exit.
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
           close f-relatorio
           if ws-trava-situacao = "N" then
               move 8 to return-code
           end-if
           perform liberar-travas
           goback
           .
       finaliza-exit.
           exit.
