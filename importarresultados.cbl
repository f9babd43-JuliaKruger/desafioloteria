      *>----Declaracao dos recursos externos
       input-output section.
       file-control.
      *> export baixado do operador da loteria: concurso, data e 6 dezenas por
      *> linha, seguidos da premiacao oficial (ganhadores e rateio da sena,
      *> quina e quadra e se a sena acumulou) - linhas no formato antigo, so
      *> com as dezenas, continuam aceitas e ficam sem valores oficiais
           select f-oficial assign to "resultados_oficiais.dat"
               organization is line sequential
               file status is ws-status-oficial.
           select f-concursos assign to "concursos.dat"
               organization is line sequential
               file status is ws-status-concursos.
      *> resultado oficial completo por concurso (dezenas, ganhadores e rateio
      *> por faixa, acumulou): quem paga premio consulta aqui o valor real do
      *> concurso, e a chave alternativa pela data liga cada linha de
      *> megasena_real.dat (que nao guarda o concurso) ao seu resultado
           select f-resultados-concurso assign to "resultados_concursos.dat"
               organization is indexed
               access mode is dynamic
               record key is rs-concurso
               alternate record key is rs-data with duplicates
               file status is ws-status-resultados-concurso.
      *> relatorio de rejeitados, com o codigo do motivo e o registro original
           select f-erros assign to "erros_importacao.dat"
               organization is line sequential
           select f-premios assign to "premios.dat"
               organization is line sequential
               file status is ws-status-premios.
      *> calendario dos concursos (mantido pelo calendarioconcursos): cada
      *> concurso importado e marcado com resultado e o seguinte entra no
      *> calendario, se ainda nao estiver, para as apostas continuarem
           select f-calendario assign to "calendario.dat"
               organization is indexed
               access mode is dynamic
               record key is cl-concurso
               file status is ws-status-calendario.
       i-o-control.


           05 ro-data                               pic 9(08).
           05 ro-numeros.
               10 ro-numero                         pic 9(02) occurs 6 times.
      *> premiacao oficial (em branco nas linhas do formato antigo)
           05 ro-premiacao.
               10 ro-ganhadores-sena                pic 9(06).
               10 ro-rateio-sena                    pic 9(13)v99.
               10 ro-ganhadores-quina               pic 9(06).
               10 ro-rateio-quina                   pic 9(13)v99.
               10 ro-ganhadores-quadra              pic 9(06).
               10 ro-rateio-quadra                  pic 9(13)v99.
               10 ro-acumulou                       pic x(01).

      *> mesmo layout mantido pelo calendarioconcursos
       fd  f-calendario.
       01 reg-calendario.
           05 cl-concurso                           pic 9(06).
           05 cl-data-sorteio                       pic 9(08).
           05 cl-data-limite                        pic 9(08).
           05 cl-hora-limite                        pic 9(04).
           05 cl-situacao                           pic x(01).

      *> acumulou: "S" = sena sem ganhador, "N" = sena saiu; os rateios
      *> zerados indicam concurso carregado sem premiacao oficial
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

       fd  f-real.
       01 reg-real.
           05 rc-concurso                           pic 9(06).

      *> motivo: 01=dezena fora da faixa 02=dezena repetida no sorteio
      *> 03=data fora de ordem 04=concurso ja carregado 05=premiacao
      *> oficial ilegivel (ganhadores/rateio nao numericos ou acumulou
      *> diferente de S/N)
      *> data da rejeicao no fim da linha, para o resumo diario
       fd  f-erros.
       01 reg-erro.
           05 re-motivo                             pic 9(02).
           05 filler                                pic x(01).
           05 re-registro                           pic x(90).
           05 filler                                pic x(01).
           05 re-data                               pic 9(08).

      *> mesmo layout gravado pelo apostaconcurso
       fd  f-pendentes.
           05 ap-quantidade                         pic 9(02).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-cobranca.
               10 ap-data-registro                  pic 9(08).
               10 ap-valor                          pic 9(09)v99.

      *> linha legivel em posicoes fixas (o resumodiario le pelas mesmas
      *> posicoes), com a data da liquidacao e a do registro da aposta no fim
       fd  f-resultado.
       01 reg-resultado                             pic x(200).

       fd  f-pend-trabalho.
       01 reg-pend-trabalho                         pic x(62).

      *> valor pago por faixa de acerto (4=quadra 5=quina 6=sena), em reais,
      *> com a data em que passa a valer, quem lancou e quando
      *> (manutencaotabelas). Linhas antigas, sem essa parte, valem desde sempre
       fd  f-premios.
       01 reg-premio.
           05 pv-faixa                              pic 9(01).
           05 pv-valor                              pic 9(11)v99.
           05 pv-vigencia                           pic 9(08).
           05 pv-usuario                            pic x(20).
           05 pv-data-registro                      pic 9(08).

      *>----Variaveis de trabalho
       working-storage section.
       77 ws-status-real                            pic x(02).
       77 ws-status-concursos                       pic x(02).
       77 ws-status-erros                           pic x(02).
       77 ws-status-resultados-concurso             pic x(02).
       77 ws-data-atual                             pic 9(08).
      *>----Avanco do calendario: o proximo concurso e sorteado no proximo
      *>----dia de sorteio (terca, quinta ou sabado) depois do importado,
      *>----com a mesma hora limite
       77 ws-status-calendario                      pic x(02).
       77 ws-cal-proximo                            pic 9(06).
       77 ws-cal-hora-limite                        pic 9(04).
       77 ws-cal-dia                                pic 9(08).
       77 ws-cal-dia-int                            pic 9(07).
      *> dia da semana pelo resto de integer-of-date por 7 (0 = domingo,
      *> 1 = segunda ... 6 = sabado)
       77 ws-cal-dia-semana                         pic 9(01).
       77 ws-qtd-calendario                         pic 9(06).
       77 ws-fim-arquivo                            pic x(01).
       77 ws-motivo                                 pic 9(02).
       77 ws-ind                                    pic 9(02).
               10 ws-pend-jogador                   pic x(15).
               10 ws-pend-quantidade                pic 9(02).
               10 ws-pend-numero                    pic 9(02) occurs 10 times.
      *> data do registro e valor cobrado, so carregados e devolvidos
               10 ws-pend-cobranca                  pic x(19).
               10 ws-pend-liquidada                 pic x(01).
       77 ws-qtd-liquidadas                         pic 9(03).
       77 ws-pend-acertos                           pic 9(02).
       77 ws-valor-quadra                           pic 9(11)v99.
       77 ws-valor-quina                            pic 9(11)v99.
       77 ws-valor-sena                             pic 9(11)v99.
      *> todas as versoes da tabela (faixa, vigencia e valor), para pagar
      *> cada sorteio pelo valor vigente na data dele
       77 ws-premio-data                            pic 9(08).
       77 ws-vigencia-quadra                        pic 9(08).
       77 ws-vigencia-quina                         pic 9(08).
       77 ws-vigencia-sena                          pic 9(08).
       77 ws-qtd-versoes-premio                     pic 9(04).
       77 ws-versao-ind                             pic 9(04).
       01 ws-versoes-premio.
           05 ws-versao-premio                      occurs 500 times.
               10 ws-versao-faixa                   pic 9(01).
               10 ws-versao-vigencia                pic 9(08).
               10 ws-versao-valor                   pic 9(11)v99.
      *> valor efetivamente pago por faixa na liquidacao do concurso
      *> corrente: o rateio oficial quando o export trouxe, senao a tabela
       77 ws-pago-quadra                            pic 9(13)v99.
       77 ws-pago-quina                             pic 9(13)v99.
       77 ws-pago-sena                              pic 9(13)v99.
       77 ws-premio-aposta                          pic 9(13)v99.
       77 ws-premio-edit                            pic z(12)9,99.
      *> lancamento do premio na conta corrente do jogador (creditarpremio:
      *> credito bruto e, acima do limite de isencao, o imposto retido)
       77 ws-premio-programa                        pic x(20) value "importarresultados".
       77 ws-conta-valor                            pic 9(13)v99.
       77 ws-conta-historico                        pic x(40).
       77 ws-imposto-premio                         pic 9(13)v99.
       77 ws-total-imposto                          pic 9(13)v99.
      *>----Controle de uso dos arquivos (controlearquivos): a importacao
      *>----acrescenta sorteios, liquida e regrava as pendentes e avanca o
      *>----calendario, entao so roda com esses arquivos em uso exclusivo
       77 ws-trava-programa                         pic x(20) value "importarresultados".
       77 ws-trava-acao                             pic x(01).
       77 ws-trava-modo                             pic x(01) value "X".
       01 ws-trava-arquivos.
           05 ws-trava-arquivo                      pic x(20) occurs 10 times.
       77 ws-trava-espera                           pic 9(04).
       77 ws-trava-sessao                           pic 9(08).
       77 ws-trava-situacao                         pic x(01) value space.
       77 ws-trava-msn                              pic x(80).


      *>Declaracao do corpo do programa
       procedure division.

           perform obter-travas.
           if ws-trava-situacao = "S" then
               perform inicializa
               perform processamento
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Trava os arquivos que a importacao grava em modo exclusivo, esperando
      *> ate TRAVA_ESPERA segundos (zero = recusa na hora) pelas sessoes
      *> (apostaconcurso, desafioloteria) que estiverem usando os arquivos
      *>------------------------------------------------------------------------
       obter-travas section.
           move "O" to ws-trava-acao
           accept ws-trava-espera from environment "TRAVA_ESPERA"
           on exception move zero to ws-trava-espera
           end-accept
           initialize ws-trava-arquivos
           move "megasena_real.dat" to ws-trava-arquivo (1)
           move "concursos.dat" to ws-trava-arquivo (2)
           move "resultados_concursos.dat" to ws-trava-arquivo (3)
           move "apostas_pendentes.dat" to ws-trava-arquivo (4)
           move "calendario.dat" to ws-trava-arquivo (5)
           call "controlearquivos" using ws-trava-programa, ws-trava-acao,
                                         ws-trava-modo, ws-trava-arquivos,
                                         ws-trava-espera, ws-trava-sessao,
                                         ws-trava-situacao, ws-trava-msn
           if ws-trava-situacao not = "S" then
               display "Importacao nao executada: " ws-trava-msn
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
      *> Carrega o controle de concursos ja importados e a maior data ja
      *> presente em megasena_real.dat, antes de criticar o export novo
           move zero to ws-qtd-concursos
           move zero to ws-qtd-pendentes
           move zero to ws-qtd-liquidadas
           move zero to ws-total-imposto
           move "N" to ws-premios-carregado
           initialize ws-pendentes-tab
      *> apostas registradas contra concursos futuros, aguardando resultado
               if ws-status-erros = "35" then
                   open output f-erros
               end-if
               open i-o f-resultados-concurso
               if ws-status-resultados-concurso = "35" then
                   open output f-resultados-concurso
                   close f-resultados-concurso
                   open i-o f-resultados-concurso
               end-if
               open i-o f-calendario
               if ws-status-calendario = "35" then
                   open output f-calendario
                   close f-calendario
                   open i-o f-calendario
               end-if
               accept ws-data-atual from date yyyymmdd
           end-if
           perform until ws-fim-arquivo = "S"
               read f-oficial
               close f-real
               close f-concursos
               close f-erros
               close f-resultados-concurso
               close f-calendario
               display "===== Importacao de resultados oficiais ====="
               display "Registros lidos:      " ws-qtd-lidos
               display "Registros importados: " ws-qtd-importados
               display "Registros rejeitados: " ws-qtd-rejeitados
               display "Apostas liquidadas:   " ws-qtd-liquidadas
               move ws-total-imposto to ws-premio-edit
               display "Imposto retido nos premios: R$" ws-premio-edit
               display "Concursos abertos no calendario: " ws-qtd-calendario
      *> devolve ao arquivo de pendentes so as apostas nao liquidadas
               if ws-qtd-liquidadas > zero then
                   perform regravar-pendentes
                   end-if
               end-perform
           end-if
      *> 05 = premiacao oficial presente mas ilegivel (linha do formato
      *> antigo, com a premiacao toda em branco, continua aceita)
           if ws-motivo = zero and ro-premiacao not = spaces then
               if ro-ganhadores-sena not numeric or ro-rateio-sena not numeric or
                  ro-ganhadores-quina not numeric or ro-rateio-quina not numeric or
                  ro-ganhadores-quadra not numeric or ro-rateio-quadra not numeric or
                  (ro-acumulou not = "S" and ro-acumulou not = "N" and
                   ro-acumulou not = space) then
                   move 5 to ws-motivo
               end-if
           end-if
           .
       criticar-registro-exit.
           exit.
               move ro-numero (ws-ind) to rr-numero (ws-ind)
           end-perform
           write reg-real
           perform gravar-resultado-concurso
           move ro-concurso to rc-concurso
           write reg-concurso
           if ws-qtd-concursos < 10000 then
           end-if
           move ro-data to ws-ultima-data
           add 1 to ws-qtd-importados
           perform avancar-calendario
      *> liquidando as apostas registradas contra este concurso
           perform liquidar-apostas-concurso
           .
       importar-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava o resultado oficial completo do concurso em
      *> resultados_concursos.dat; sem premiacao no export os rateios ficam
      *> zerados e quem paga premio usa a tabela de premios.dat
      *>------------------------------------------------------------------------
       gravar-resultado-concurso section.
           move spaces to reg-resultado-concurso
           move ro-concurso to rs-concurso
           move ro-data to rs-data
           perform varying ws-ind from 1 by 1 until ws-ind > 6
               move ro-numero (ws-ind) to rs-numero (ws-ind)
           end-perform
           if ro-premiacao = spaces then
               move zero to rs-ganhadores-sena
               move zero to rs-rateio-sena
               move zero to rs-ganhadores-quina
               move zero to rs-rateio-quina
               move zero to rs-ganhadores-quadra
               move zero to rs-rateio-quadra
               move space to rs-acumulou
           else
               move ro-ganhadores-sena to rs-ganhadores-sena
               move ro-rateio-sena to rs-rateio-sena
               move ro-ganhadores-quina to rs-ganhadores-quina
               move ro-rateio-quina to rs-rateio-quina
               move ro-ganhadores-quadra to rs-ganhadores-quadra
               move ro-rateio-quadra to rs-rateio-quadra
      *> acumulou em branco: deduz pela quantidade de ganhadores da sena
               if ro-acumulou = space then
                   if ro-ganhadores-sena = zero then
                       move "S" to rs-acumulou
                   else
                       move "N" to rs-acumulou
                   end-if
               else
                   move ro-acumulou to rs-acumulou
               end-if
           end-if
           move ws-data-atual to rs-data-carga
           write reg-resultado-concurso
               invalid key
                   rewrite reg-resultado-concurso
           end-write
           .
       gravar-resultado-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Marca o concurso importado como "com resultado" no calendario (um
      *> concurso que nao estava no calendario entra ja fechado) e abre o
      *> concurso seguinte, se o escritorio ainda nao o cadastrou
      *>------------------------------------------------------------------------
       avancar-calendario section.
           move ro-concurso to cl-concurso
           read f-calendario
               invalid key
                   move spaces to reg-calendario
                   move ro-concurso to cl-concurso
                   move ro-data to cl-data-sorteio
                   move ro-data to cl-data-limite
                   move 1900 to cl-hora-limite
                   move "R" to cl-situacao
                   write reg-calendario
               not invalid key
                   move "R" to cl-situacao
                   rewrite reg-calendario
           end-read
           move cl-hora-limite to ws-cal-hora-limite
           compute ws-cal-proximo = ro-concurso + 1
           move ws-cal-proximo to cl-concurso
           read f-calendario
               invalid key
                   perform proximo-dia-sorteio
                   move spaces to reg-calendario
                   move ws-cal-proximo to cl-concurso
                   move ws-cal-dia to cl-data-sorteio
                   move ws-cal-dia to cl-data-limite
                   move ws-cal-hora-limite to cl-hora-limite
                   move "A" to cl-situacao
                   write reg-calendario
                   add 1 to ws-qtd-calendario
                   display "Concurso " ws-cal-proximo " aberto no calendario para "
                           ws-cal-dia "."
           end-read
           .
       avancar-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Proximo dia de sorteio (terca, quinta ou sabado) depois da data do
      *> concurso importado, em ws-cal-dia
      *>------------------------------------------------------------------------
       proximo-dia-sorteio section.
           compute ws-cal-dia-int = function integer-of-date (ro-data) + 1
           compute ws-cal-dia-semana = function mod (ws-cal-dia-int, 7)
           perform until ws-cal-dia-semana = 2 or ws-cal-dia-semana = 4
                      or ws-cal-dia-semana = 6
               add 1 to ws-cal-dia-int
               compute ws-cal-dia-semana = function mod (ws-cal-dia-int, 7)
           end-perform
           compute ws-cal-dia = function date-of-integer (ws-cal-dia-int)
           .
       proximo-dia-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega as apostas pendentes de apostas_pendentes.dat na tabela
      *> (se o arquivo existir), para liquidar durante a importacao
                               move ap-num (ws-pend-num-ind)
                                   to ws-pend-numero (ws-qtd-pendentes ws-pend-num-ind)
                           end-perform
                           move ap-cobranca to ws-pend-cobranca (ws-qtd-pendentes)
                           move "N" to ws-pend-liquidada (ws-qtd-pendentes)
                       else
      *> tabela cheia: a aposta vai para o arquivo de trabalho e volta
           exit.

      *>------------------------------------------------------------------------
      *> Carrega todas as versoes da tabela de premios por faixa de
      *> premios.dat (se existir), igual ao carregar-premios do
      *> desafioloteria2; cada concurso paga a versao vigente na data do
      *> sorteio (selecionar-premios)
      *>------------------------------------------------------------------------
       carregar-premios section.
           move zero to ws-qtd-versoes-premio
           move "N" to ws-premios-fim
           open input f-premios
           if ws-status-premios = "35" then
                   at end
                       move "S" to ws-premios-fim
                   not at end
                       if pv-vigencia not numeric then
                           move zero to pv-vigencia
                       end-if
                       if pv-faixa >= 4 and pv-faixa <= 6 and
                          ws-qtd-versoes-premio < 500 then
                           add 1 to ws-qtd-versoes-premio
                           move pv-faixa to ws-versao-faixa (ws-qtd-versoes-premio)
                           move pv-vigencia to ws-versao-vigencia (ws-qtd-versoes-premio)
                           move pv-valor to ws-versao-valor (ws-qtd-versoes-premio)
                       end-if
               end-read
           end-perform
           if ws-status-premios not = "35" then
       carregar-premios-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Valor de cada faixa vigente em ws-premio-data: a versao de maior
      *> vigencia que nao passe da data (a mesma vigencia lancada de novo
      *> corrige a anterior). Faixa sem versao vigente paga zero
      *>------------------------------------------------------------------------
       selecionar-premios section.
           move zero to ws-valor-quadra
           move zero to ws-valor-quina
           move zero to ws-valor-sena
           move zero to ws-vigencia-quadra
           move zero to ws-vigencia-quina
           move zero to ws-vigencia-sena
           perform varying ws-versao-ind from 1 by 1
                   until ws-versao-ind > ws-qtd-versoes-premio
               if ws-versao-vigencia (ws-versao-ind) <= ws-premio-data then
                   evaluate ws-versao-faixa (ws-versao-ind)
                       when 4
                           if ws-versao-vigencia (ws-versao-ind) >= ws-vigencia-quadra then
                               move ws-versao-vigencia (ws-versao-ind) to ws-vigencia-quadra
                               move ws-versao-valor (ws-versao-ind) to ws-valor-quadra
                           end-if
                       when 5
                           if ws-versao-vigencia (ws-versao-ind) >= ws-vigencia-quina then
                               move ws-versao-vigencia (ws-versao-ind) to ws-vigencia-quina
                               move ws-versao-valor (ws-versao-ind) to ws-valor-quina
                           end-if
                       when 6
                           if ws-versao-vigencia (ws-versao-ind) >= ws-vigencia-sena then
                               move ws-versao-vigencia (ws-versao-ind) to ws-vigencia-sena
                               move ws-versao-valor (ws-versao-ind) to ws-valor-sena
                           end-if
                   end-evaluate
               end-if
           end-perform
           .
       selecionar-premios-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Liquida as apostas pendentes do concurso recem-importado: conta os
      *> acertos de cada uma contra as dezenas sorteadas, aplica a faixa de
      *> premiacao e grava o resultado no relatorio
      *>------------------------------------------------------------------------
       liquidar-apostas-concurso section.
           perform valores-pagos-concurso
           perform varying ws-pend-ind from 1 by 1 until ws-pend-ind > ws-qtd-pendentes
               if ws-pend-concurso (ws-pend-ind) = ro-concurso and
                  ws-pend-liquidada (ws-pend-ind) = "N" then
           exit.

      *>------------------------------------------------------------------------
      *> Valor pago por faixa no concurso corrente: o rateio oficial do
      *> export quando ele veio, senao o valor da tabela de premios.dat
      *> vigente na data do sorteio.
      *> Sena acumulada nao tem rateio oficial (ninguem ganhou), entao um
      *> acerto nosso nessa faixa e pago pela tabela
      *>------------------------------------------------------------------------
       valores-pagos-concurso section.
           if ws-premios-carregado = "N" then
               perform carregar-premios
               move "S" to ws-premios-carregado
           end-if
           move ro-data to ws-premio-data
           perform selecionar-premios
           move ws-valor-quadra to ws-pago-quadra
           move ws-valor-quina to ws-pago-quina
           move ws-valor-sena to ws-pago-sena
           if ro-premiacao not = spaces then
               if ro-rateio-quadra > zero then
                   move ro-rateio-quadra to ws-pago-quadra
               end-if
               if ro-rateio-quina > zero then
                   move ro-rateio-quina to ws-pago-quina
               end-if
               if ro-rateio-sena > zero then
                   move ro-rateio-sena to ws-pago-sena
               end-if
           end-if
           .
       valores-pagos-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Liquida a aposta ws-pend-ind contra o sorteio do registro oficial
      *> corrente: acertos, faixa, relatorio e credito na conta do jogador
      *>------------------------------------------------------------------------
       liquidar-uma-aposta section.
           move zero to ws-pend-acertos
           perform varying ws-pend-num-ind from 1 by 1
                   until ws-pend-num-ind > ws-pend-quantidade (ws-pend-ind)
           end-perform
           evaluate ws-pend-acertos
               when 4
                   move ws-pago-quadra to ws-premio-aposta
               when 5
                   move ws-pago-quina to ws-premio-aposta
               when 6
                   move ws-pago-sena to ws-premio-aposta
               when other
                   move zero to ws-premio-aposta
           end-evaluate
           perform gravar-resultado-aposta
      *> premio da liquidacao vira credito na conta corrente do jogador,
      *> com a retencao do imposto quando passar do limite de isencao
           if ws-pend-jogador (ws-pend-ind) not = spaces and
              ws-premio-aposta > zero then
               move ws-premio-aposta to ws-conta-valor
               move spaces to ws-conta-historico
               string "Premio do concurso " ro-concurso
                   delimited by size into ws-conta-historico
               end-string
               call "creditarpremio" using ws-premio-programa,
                                           ws-pend-jogador (ws-pend-ind),
                                           ws-conta-valor, ws-conta-historico,
                                           ws-imposto-premio
               add ws-imposto-premio to ws-total-imposto
           end-if
           move "S" to ws-pend-liquidada (ws-pend-ind)
           add 1 to ws-qtd-liquidadas
                  ws-pend-numero (ws-pend-ind 9) "-" ws-pend-numero (ws-pend-ind 10)
                  "  Acertos: " ws-pend-acertos
                  "  Premio: R$" ws-premio-edit
                  "  Liquidada em " ws-data-atual
                  "  Registrada em " ws-pend-cobranca (ws-pend-ind) (1:8)
               delimited by size into reg-resultado
           end-string
           write reg-resultado
                       move ws-pend-numero (ws-pend-ind ws-pend-num-ind)
                           to ap-num (ws-pend-num-ind)
                   end-perform
                   move ws-pend-cobranca (ws-pend-ind) to ap-cobranca
                   write reg-pendente
               end-if
           end-perform
           move spaces to reg-erro
           move ws-motivo to re-motivo
           move reg-oficial to re-registro
           move ws-data-atual to re-data
           write reg-erro
           add 1 to ws-qtd-rejeitados
           .
      *>------------------------------------------------------------------------
      *> Finalizacao Normal: devolve um codigo de retorno para quem
      *> encadeia as rodadas noturnas (0 = limpo, 4 = houve rejeitados,
      *> 8 = export oficial nao encontrado ou arquivos em uso). Goback em vez de stop run
      *> para o programa tambem poder ser chamado pela cadeia noturna
      *>------------------------------------------------------------------------
       finaliza section.
           evaluate true
               when ws-trava-situacao = "N"
                   move 8 to return-code
               when ws-status-oficial = "35"
                   move 8 to return-code
               when ws-qtd-rejeitados > zero
               when other
                   move zero to return-code
           end-evaluate
           perform liberar-travas
           goback
           .
       finaliza-exit.
