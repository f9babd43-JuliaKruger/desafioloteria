           select f-premios assign to "premios.dat"
               organization is line sequential
               file status is ws-premio-status.
      *> resultado oficial por concurso gravado pelo importarresultados
      *> (rateio real de cada faixa e se a sena acumulou), achado pela data
      *> de cada sorteio de megasena_real.dat - quando existe, o premio pago
      *> e o rateio oficial em vez do valor da tabela de premios.dat
           select f-resultados-concurso assign to "resultados_concursos.dat"
               organization is indexed
               access mode is dynamic
               record key is rs-concurso
               alternate record key is rs-data with duplicates
               file status is ws-resultado-status.
       i-o-control.


           05 rr-numeros.
               10 rr-numero                         pic 9(02) occurs 6 times.

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

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-valor-quadra                          pic 9(11)v99.
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
       77 ws-qtd-quadras                            pic 9(05) value zero.
       77 ws-qtd-quinas                             pic 9(05) value zero.
       77 ws-qtd-senas                              pic 9(05) value zero.
       77 ws-premio-total                           pic 9(13)v99 value zero.
       77 ws-premio-edit                            pic z(12)9,99.
      *>----Resultado oficial do sorteio real corrente (resultados_concursos.dat):
      *>----valor pago por faixa nesse sorteio, rateio oficial ou tabela
       77 ws-resultado-status                      pic x(02).
       77 ws-resultado-aberto                      pic x(01) value "N".
       77 ws-resultado-achado                      pic x(01).
       77 ws-pago-quadra                           pic 9(13)v99.
       77 ws-pago-quina                            pic 9(13)v99.
       77 ws-pago-sena                             pic 9(13)v99.


      *>----Variáveis para comunicação entre programas
               move zero to ws-qtd-quinas
               move zero to ws-qtd-senas
               move zero to ws-premio-total
      *> resultados oficiais por concurso: sem o arquivo, tudo e pago pela
      *> tabela de premios, como antes
               if lk-fim-real not = "S" then
                   open input f-resultados-concurso
                   if ws-resultado-status = "35" then
                       move "N" to ws-resultado-aberto
                   else
                       move "S" to ws-resultado-aberto
                   end-if
               end-if
           end-if
           if lk-fim-real not = "S" then
               read f-real
                       move "S" to lk-fim-real
                       move "N" to ws-real-aberto
                       close f-real
                       if ws-resultado-aberto = "S" then
                           close f-resultados-concurso
                           move "N" to ws-resultado-aberto
                       end-if
      *> fim da passada: mostra o resumo de premiacao acumulado
                       perform exibir-resumo-premiacao
                   not at end
                       move rr-numero (4) to ws-num-sorteado-4
                       move rr-numero (5) to ws-num-sorteado-5
                       move rr-numero (6) to ws-num-sorteado-6
                       perform valores-pagos-sorteio
                       if ws-resultado-achado = "S" then
                           display "Sorteio real do concurso " rs-concurso " de " rr-data ": "
                       else
                           display "Sorteio real de " rr-data ": "
                       end-if
                       display ws-num-sorteado-1 " - " ws-num-sorteado-2 " - " ws-num-sorteado-3 " - " ws-num-sorteado-4
                               " - " ws-num-sorteado-5 " - " ws-num-sorteado-6
                       move zero to lk-ind-acerto
                       evaluate lk-ind-acerto
                           when 4
                               add 1 to ws-qtd-quadras
                               add ws-pago-quadra to ws-premio-total
                               move ws-pago-quadra to ws-premio-edit
                               display "QUADRA! Premio da faixa: R$" ws-premio-edit
                           when 5
                               add 1 to ws-qtd-quinas
                               add ws-pago-quina to ws-premio-total
                               move ws-pago-quina to ws-premio-edit
                               display "QUINA! Premio da faixa: R$" ws-premio-edit
                           when 6
                               add 1 to ws-qtd-senas
                               add ws-pago-sena to ws-premio-total
                               move ws-pago-sena to ws-premio-edit
                               display "SENA! Premio da faixa: R$" ws-premio-edit
                               if ws-resultado-achado = "S" and rs-acumulou = "S" then
                                   display "(a sena acumulou nesse concurso, valor pela tabela de premios)"
                               end-if
                       end-evaluate
               end-read
           end-if
           exit.

      *>------------------------------------------------------------------------
      *> Valor pago por faixa no sorteio real corrente: procura o concurso
      *> pela data em resultados_concursos.dat e usa o rateio oficial de
      *> cada faixa que tiver valor; faixa sem rateio oficial (sorteio
      *> anterior a premiacao no export, ou sena acumulada) paga a tabela
      *>------------------------------------------------------------------------
       valores-pagos-sorteio section.
           move "N" to ws-resultado-achado
           move rr-data to ws-premio-data
           perform selecionar-premios
           move ws-valor-quadra to ws-pago-quadra
           move ws-valor-quina to ws-pago-quina
           move ws-valor-sena to ws-pago-sena
           if ws-resultado-aberto = "S" then
               move rr-data to rs-data
               read f-resultados-concurso key is rs-data
                   invalid key
                       move "N" to ws-resultado-achado
                   not invalid key
                       move "S" to ws-resultado-achado
                       if rs-rateio-quadra > zero then
                           move rs-rateio-quadra to ws-pago-quadra
                       end-if
                       if rs-rateio-quina > zero then
                           move rs-rateio-quina to ws-pago-quina
                       end-if
                       if rs-rateio-sena > zero then
                           move rs-rateio-sena to ws-pago-sena
                       end-if
               end-read
           end-if
           .
       valores-pagos-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega todas as versoes da tabela de premios por faixa de
      *> premios.dat (se existir); o valor de cada sorteio e escolhido pela
      *> data dele no selecionar-premios. Sem o arquivo os premios ficam
      *> zerados e o resumo mostra so as faixas.
      *>------------------------------------------------------------------------
       carregar-premios section.
           move zero to ws-qtd-versoes-premio
           move "N" to ws-premio-fim
           open input f-premios
           if ws-premio-status = "35" then
                   at end
                       move "S" to ws-premio-fim
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
           if ws-premio-status not = "35" then
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
      *> Mostra o resumo de premiacao de uma passada completa pelos sorteios
      *> reais: quantas quadras/quinas/senas a aposta fez e o premio total
