      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "informerendimentos".
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
      *> mesmo layout gravado pelo contacorrente: premios ("C") e imposto
      *> retido ("I") de cada jogador no ano
           select f-conta assign to "conta.dat"
               organization is line sequential
               file status is ws-status-conta.
      *> mesmo layout gravado pelo creditarpremio, para o resumo mensal
           select f-retencoes assign to "retencoes.dat"
               organization is line sequential
               file status is ws-status-retencoes.
      *> nome completo do jogador para o informe
           select f-jogadores assign to "jogadores.dat"
               organization is indexed
               access mode is dynamic
               record key is jg-id
               file status is ws-status-jogadores.
      *> informes para imprimir e entregar, um bloco por jogador
           select f-informe assign to "informe_rendimentos.dat"
               organization is line sequential
               file status is ws-status-informe.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  f-conta.
       01 reg-conta.
           05 ct-jogador                            pic x(15).
           05 ct-data                               pic 9(08).
           05 ct-tipo                               pic x(01).
           05 ct-valor                              pic 9(13)v99.
           05 ct-historico                          pic x(40).

       fd  f-retencoes.
       01 reg-retencao.
           05 rt-data                               pic 9(08).
           05 rt-jogador                            pic x(15).
           05 rt-programa                           pic x(20).
           05 rt-valor-bruto                        pic 9(13)v99.
           05 rt-aliquota                           pic 9(03)v99.
           05 rt-valor-imposto                      pic 9(13)v99.
           05 rt-valor-liquido                      pic 9(13)v99.
           05 rt-historico                          pic x(40).

       fd  f-jogadores.
       01 reg-jogador.
           05 jg-id                                 pic x(15).
           05 jg-nome                               pic x(40).
           05 jg-situacao                           pic x(01).
           05 jg-data-cadastro                      pic 9(08).
           05 jg-contato                            pic x(40).
           05 jg-limite-diario                      pic 9(09)v99.

       fd  f-informe.
       01 reg-informe                               pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-conta                           pic x(02).
       77 ws-status-retencoes                       pic x(02).
       77 ws-status-jogadores                       pic x(02).
       77 ws-status-informe                         pic x(02).
       77 ws-fim-arquivo                            pic x(01).
       77 ws-achou                                  pic x(01).
       77 ws-data-atual                             pic 9(08).
      *> ano-calendario do informe (INFORME_ANO); sem ele, o ano anterior,
      *> que e o que se entrega no comeco do ano seguinte
       77 ws-ano                                    pic 9(04).
       77 ws-nome-completo                          pic x(40).
       77 ws-valor-edit                             pic z(12)9,99.
       77 ws-imposto-edit                           pic z(12)9,99.
       77 ws-liquido-edit                           pic -(12)9,99.
       77 ws-linha                                  pic x(80).
       77 ws-total-bruto                            pic 9(15)v99.
       77 ws-total-imposto                          pic 9(15)v99.
       77 ws-total-liquido                          pic s9(15)v99.
       77 ws-qtd-retencoes                          pic 9(06).

      *>----Jogadores com premio ou retencao no ano (mesma busca linear e o
      *>----mesmo limite de 200 jogadores do extrato)
       77 ws-qtd-jogadores                          pic 9(03).
       77 ws-jog-ind                                pic 9(03).
       01 ws-jogadores-tab.
           05 ws-jog-ent                            occurs 200 times.
               10 ws-jog-id                         pic x(15).
               10 ws-jog-bruto                      pic 9(15)v99.
               10 ws-jog-imposto                    pic 9(15)v99.

      *>----Retencoes do ano por mes (entrada 1 = janeiro)
       77 ws-mes-ind                                pic 9(02).
       01 ws-meses-tab.
           05 ws-mes-ent                            occurs 12 times.
               10 ws-mes-qtd                        pic 9(06).
               10 ws-mes-bruto                      pic 9(15)v99.
               10 ws-mes-imposto                    pic 9(15)v99.


      *>Declaracao do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Le o ano do informe e zera as tabelas
      *>------------------------------------------------------------------------
       inicializa section.
           accept ws-data-atual from date yyyymmdd
           accept ws-ano from environment "INFORME_ANO"
           on exception move zero to ws-ano
           end-accept
           if ws-ano = zero then
               move ws-data-atual (1:4) to ws-ano
               subtract 1 from ws-ano
           end-if
           move zero to ws-qtd-jogadores
           initialize ws-jogadores-tab
           initialize ws-meses-tab
           move zero to ws-qtd-retencoes
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Soma os premios e as retencoes do ano, emite um informe por jogador
      *> e o resumo mensal das retencoes
      *>------------------------------------------------------------------------
       processamento section.
           perform acumular-conta
           perform acumular-retencoes
           perform emitir-informes
           perform exibir-resumo-mensal
           close f-informe
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Percorre conta.dat somando, por jogador, os premios brutos ("C") e o
      *> imposto retido ("I") lancados no ano
      *>------------------------------------------------------------------------
       acumular-conta section.
           move "N" to ws-fim-arquivo
           open input f-conta
           if ws-status-conta = "35" then
               display "Arquivo conta.dat nao encontrado, nenhum lancamento registrado."
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-conta
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if ct-data (1:4) = ws-ano and
                          (ct-tipo = "C" or ct-tipo = "I") then
                           perform localizar-jogador
                           if ws-achou = "S" then
                               if ct-tipo = "C" then
                                   add ct-valor to ws-jog-bruto (ws-jog-ind)
                               else
                                   add ct-valor to ws-jog-imposto (ws-jog-ind)
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
      *> Percorre retencoes.dat somando as retencoes do ano por mes
      *>------------------------------------------------------------------------
       acumular-retencoes section.
           move "N" to ws-fim-arquivo
           open input f-retencoes
           if ws-status-retencoes = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-retencoes
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if rt-data (1:4) = ws-ano then
                           move rt-data (5:2) to ws-mes-ind
                           if ws-mes-ind >= 1 and ws-mes-ind <= 12 then
                               add 1 to ws-mes-qtd (ws-mes-ind)
                               add rt-valor-bruto to ws-mes-bruto (ws-mes-ind)
                               add rt-valor-imposto to ws-mes-imposto (ws-mes-ind)
                               add 1 to ws-qtd-retencoes
                           end-if
                       end-if
               end-read
           end-perform
           if ws-status-retencoes not = "35" then
               close f-retencoes
           end-if
           .
       acumular-retencoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Um informe por jogador (bruto, imposto retido, liquido), gravado em
      *> informe_rendimentos.dat para impressao e mostrado na tela
      *>------------------------------------------------------------------------
       emitir-informes section.
           display "===== Informe de rendimentos de premios - ano " ws-ano " ====="
           if ws-qtd-jogadores = zero then
               display "Nenhum premio lancado no ano."
           end-if
           move zero to ws-total-bruto
           move zero to ws-total-imposto
           open output f-informe
           open input f-jogadores
           perform varying ws-jog-ind from 1 by 1 until ws-jog-ind > ws-qtd-jogadores
               move ws-jog-id (ws-jog-ind) to ws-nome-completo
               if ws-status-jogadores = "00" then
                   move ws-jog-id (ws-jog-ind) to jg-id
                   read f-jogadores
                       not invalid key
                           move jg-nome to ws-nome-completo
                   end-read
               end-if
               add ws-jog-bruto (ws-jog-ind) to ws-total-bruto
               add ws-jog-imposto (ws-jog-ind) to ws-total-imposto
               perform emitir-informe-jogador
           end-perform
           if ws-status-jogadores not = "35" then
               close f-jogadores
           end-if
           compute ws-total-liquido = ws-total-bruto - ws-total-imposto
           move ws-total-bruto to ws-valor-edit
           move ws-total-imposto to ws-imposto-edit
           move ws-total-liquido to ws-liquido-edit
           display " "
           display "Total do ano - bruto: R$" ws-valor-edit
                   " retido: R$" ws-imposto-edit
                   " liquido: R$" ws-liquido-edit
           display "Informes gravados em informe_rendimentos.dat: " ws-qtd-jogadores
           .
       emitir-informes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava e mostra o bloco do informe do jogador corrente (ws-jog-ind)
      *>------------------------------------------------------------------------
       emitir-informe-jogador section.
           move ws-jog-bruto (ws-jog-ind) to ws-valor-edit
           move ws-jog-imposto (ws-jog-ind) to ws-imposto-edit
           compute ws-liquido-edit = ws-jog-bruto (ws-jog-ind) - ws-jog-imposto (ws-jog-ind)
           move "============ INFORME DE RENDIMENTOS - PREMIOS DESAFIO LOTERIA ============" to ws-linha
           perform gravar-linha-informe
           move spaces to ws-linha
           string "Ano-calendario: " ws-ano
               delimited by size into ws-linha
           end-string
           perform gravar-linha-informe
           move spaces to ws-linha
           string "Jogador: " ws-jog-id (ws-jog-ind) " - " ws-nome-completo
               delimited by size into ws-linha
           end-string
           perform gravar-linha-informe
           move spaces to ws-linha
           string "Premios brutos recebidos:      R$" ws-valor-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-informe
           move spaces to ws-linha
           string "Imposto de renda retido:       R$" ws-imposto-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-informe
           move spaces to ws-linha
           string "Valor liquido recebido:        R$" ws-liquido-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-informe
           move "==========================================================================" to ws-linha
           perform gravar-linha-informe
           move spaces to ws-linha
           perform gravar-linha-informe
           .
       emitir-informe-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava a linha montada em ws-linha no informe e mostra na tela
      *>------------------------------------------------------------------------
       gravar-linha-informe section.
           move ws-linha to reg-informe
           write reg-informe
           display ws-linha
           .
       gravar-linha-informe-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resumo das retencoes por mes, para a declaracao da propria loterica,
      *> gravado no informe depois dos blocos dos jogadores
      *>------------------------------------------------------------------------
       exibir-resumo-mensal section.
           move spaces to ws-linha
           perform gravar-linha-informe
           move spaces to ws-linha
           string "===== Retencoes por mes - ano " ws-ano " ====="
               delimited by size into ws-linha
           end-string
           perform gravar-linha-informe
           move "Mes  Qtd     Premios tributados        Imposto retido" to ws-linha
           perform gravar-linha-informe
           move zero to ws-total-bruto
           move zero to ws-total-imposto
           perform varying ws-mes-ind from 1 by 1 until ws-mes-ind > 12
               move ws-mes-bruto (ws-mes-ind) to ws-valor-edit
               move ws-mes-imposto (ws-mes-ind) to ws-imposto-edit
               add ws-mes-bruto (ws-mes-ind) to ws-total-bruto
               add ws-mes-imposto (ws-mes-ind) to ws-total-imposto
               move spaces to ws-linha
               string ws-mes-ind "   " ws-mes-qtd (ws-mes-ind)
                      " R$" ws-valor-edit " R$" ws-imposto-edit
                   delimited by size into ws-linha
               end-string
               perform gravar-linha-informe
           end-perform
           move ws-total-bruto to ws-valor-edit
           move ws-total-imposto to ws-imposto-edit
           move spaces to ws-linha
           string "Ano  " ws-qtd-retencoes " R$" ws-valor-edit " R$" ws-imposto-edit
               delimited by size into ws-linha
           end-string
           perform gravar-linha-informe
           .
       exibir-resumo-mensal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalizacao Normal: goback para poder ser chamado pela cadeia
      *>------------------------------------------------------------------------
       finaliza section.
           goback
           .
       finaliza-exit.
           exit.
