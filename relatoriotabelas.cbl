      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "relatoriotabelas".
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
      *> tabelas de valores com versoes datadas (manutencaotabelas)
           select f-precos assign to "precos.dat"
               organization is line sequential
               file status is ws-status-precos.
           select f-premios assign to "premios.dat"
               organization is line sequential
               file status is ws-status-premios.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *> mesmo layout mantido pelo manutencaotabelas
       fd  f-precos.
       01 reg-preco.
           05 pc-quantidade                         pic 9(02).
           05 pc-valor                              pic 9(11)v99.
           05 pc-vigencia                           pic 9(08).
           05 pc-usuario                            pic x(20).
           05 pc-data-registro                      pic 9(08).

      *> mesmo layout mantido pelo manutencaotabelas
       fd  f-premios.
       01 reg-premio.
           05 pv-faixa                              pic 9(01).
           05 pv-valor                              pic 9(11)v99.
           05 pv-vigencia                           pic 9(08).
           05 pv-usuario                            pic x(20).
           05 pv-data-registro                      pic 9(08).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-precos                          pic x(02).
       77 ws-status-premios                         pic x(02).
       77 ws-fim-arquivo                            pic x(01).
      *> data de referencia (TABELAS_DATA, AAAAMMDD, padrao hoje): cada versao
      *> sai como vigente, substituida ou agendada em relacao a ela
       77 ws-data-ref                               pic 9(08).
       77 ws-data-edit                              pic x(10).
       77 ws-data-aux                               pic x(08).
      *> versoes da tabela corrente, na ordem do arquivo (linhas antigas, sem
      *> vigencia, entram com vigencia zero = desde sempre)
       77 ws-qtd-versoes                            pic 9(04).
       77 ws-qtd-ignoradas                          pic 9(04).
       77 ws-ver-ind                                pic 9(04).
       01 ws-versoes.
           05 ws-versao                             occurs 500 times.
               10 ws-ver-item                       pic 9(02).
               10 ws-ver-valor                      pic 9(11)v99.
               10 ws-ver-vigencia                   pic 9(08).
               10 ws-ver-usuario                    pic x(20).
               10 ws-ver-registro                   pic x(08).
      *> por item (dezenas 6 a 10 ou faixa 4 a 6): versao vigente na data de
      *> referencia, a de maior vigencia que nao passe dela (a mesma vigencia
      *> lancada de novo corrige a anterior)
       77 ws-item                                   pic 9(02).
       77 ws-item-ini                               pic 9(02).
       77 ws-item-fim                               pic 9(02).
       01 ws-itens.
           05 ws-item-ent                           occurs 10 times.
               10 ws-item-vigencia                  pic 9(08).
               10 ws-item-linha                     pic 9(04).
       77 ws-situacao-edit                          pic x(11).
       77 ws-valor-edit                             pic z(10)9,99.
       77 ws-vigencia-edit                          pic x(10).
       77 ws-registro-edit                          pic x(10).
       77 ws-item-rotulo                            pic x(10).
       77 ws-qtd-vigentes                           pic 9(04).
       77 ws-qtd-substituidas                       pic 9(04).
       77 ws-qtd-agendadas                          pic 9(04).


      *>Declaracao do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Data de referencia do ambiente (sem ela, hoje)
      *>------------------------------------------------------------------------
       inicializa section.
           accept ws-data-ref from environment "TABELAS_DATA"
           on exception move zero to ws-data-ref
           end-accept
           if ws-data-ref = zero then
               accept ws-data-ref from date yyyymmdd
           end-if
           move ws-data-ref to ws-data-aux
           perform editar-data
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Uma parte por tabela: precos e depois premios
      *>------------------------------------------------------------------------
       processamento section.
           display "===== Tabelas de precos e premios - versoes e vigencia em "
                   ws-data-edit " ====="
           display " "
           display "--- Precos da aposta por quantidade de dezenas (precos.dat) ---"
           perform carregar-precos
           move 6 to ws-item-ini
           move 10 to ws-item-fim
           perform relatar-tabela
           display " "
           display "--- Premios por faixa de acerto (premios.dat) ---"
           perform carregar-premios
           move 4 to ws-item-ini
           move 6 to ws-item-fim
           perform relatar-tabela
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega as versoes de precos.dat
      *>------------------------------------------------------------------------
       carregar-precos section.
           move zero to ws-qtd-versoes
           move zero to ws-qtd-ignoradas
           move "N" to ws-fim-arquivo
           open input f-precos
           if ws-status-precos = "35" then
               display "Arquivo precos.dat nao encontrado."
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-precos
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if pc-vigencia not numeric then
                           move zero to pc-vigencia
                       end-if
                       if pc-quantidade >= 6 and pc-quantidade <= 10 and
                          ws-qtd-versoes < 500 then
                           add 1 to ws-qtd-versoes
                           move pc-quantidade to ws-ver-item (ws-qtd-versoes)
                           move pc-valor to ws-ver-valor (ws-qtd-versoes)
                           move pc-vigencia to ws-ver-vigencia (ws-qtd-versoes)
                           move pc-usuario to ws-ver-usuario (ws-qtd-versoes)
                           move pc-data-registro to ws-ver-registro (ws-qtd-versoes)
                       else
                           add 1 to ws-qtd-ignoradas
                       end-if
               end-read
           end-perform
           if ws-status-precos not = "35" then
               close f-precos
           end-if
           .
       carregar-precos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega as versoes de premios.dat
      *>------------------------------------------------------------------------
       carregar-premios section.
           move zero to ws-qtd-versoes
           move zero to ws-qtd-ignoradas
           move "N" to ws-fim-arquivo
           open input f-premios
           if ws-status-premios = "35" then
               display "Arquivo premios.dat nao encontrado."
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-premios
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if pv-vigencia not numeric then
                           move zero to pv-vigencia
                       end-if
                       if pv-faixa >= 4 and pv-faixa <= 6 and
                          ws-qtd-versoes < 500 then
                           add 1 to ws-qtd-versoes
                           move pv-faixa to ws-ver-item (ws-qtd-versoes)
                           move pv-valor to ws-ver-valor (ws-qtd-versoes)
                           move pv-vigencia to ws-ver-vigencia (ws-qtd-versoes)
                           move pv-usuario to ws-ver-usuario (ws-qtd-versoes)
                           move pv-data-registro to ws-ver-registro (ws-qtd-versoes)
                       else
                           add 1 to ws-qtd-ignoradas
                       end-if
               end-read
           end-perform
           if ws-status-premios not = "35" then
               close f-premios
           end-if
           .
       carregar-premios-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acha a versao vigente de cada item, lista todas as versoes com a
      *> situacao e quem lancou, e fecha com o valor vigente por item
      *>------------------------------------------------------------------------
       relatar-tabela section.
           initialize ws-itens
           perform varying ws-ver-ind from 1 by 1 until ws-ver-ind > ws-qtd-versoes
               move ws-ver-item (ws-ver-ind) to ws-item
               if ws-ver-vigencia (ws-ver-ind) <= ws-data-ref and
                  ws-ver-vigencia (ws-ver-ind) >= ws-item-vigencia (ws-item) then
                   move ws-ver-vigencia (ws-ver-ind) to ws-item-vigencia (ws-item)
                   move ws-ver-ind to ws-item-linha (ws-item)
               end-if
           end-perform
           move zero to ws-qtd-vigentes
           move zero to ws-qtd-substituidas
           move zero to ws-qtd-agendadas
           display "Item            Valor  Vigencia   Situacao    Lancado por          Em"
           perform varying ws-ver-ind from 1 by 1 until ws-ver-ind > ws-qtd-versoes
               move ws-ver-item (ws-ver-ind) to ws-item
               evaluate true
                   when ws-item-linha (ws-item) = ws-ver-ind
                       move "VIGENTE" to ws-situacao-edit
                       add 1 to ws-qtd-vigentes
                   when ws-ver-vigencia (ws-ver-ind) > ws-data-ref
                       move "AGENDADA" to ws-situacao-edit
                       add 1 to ws-qtd-agendadas
                   when other
                       move "SUBSTITUIDA" to ws-situacao-edit
                       add 1 to ws-qtd-substituidas
               end-evaluate
               if ws-ver-vigencia (ws-ver-ind) = zero then
                   move "INICIAL" to ws-vigencia-edit
               else
                   move ws-ver-vigencia (ws-ver-ind) to ws-data-aux
                   perform editar-data
                   move ws-data-edit to ws-vigencia-edit
               end-if
               if ws-ver-registro (ws-ver-ind) not numeric or
                  ws-ver-registro (ws-ver-ind) = "00000000" then
                   move "-" to ws-registro-edit
               else
                   move ws-ver-registro (ws-ver-ind) to ws-data-aux
                   perform editar-data
                   move ws-data-edit to ws-registro-edit
               end-if
               move ws-ver-valor (ws-ver-ind) to ws-valor-edit
               display "  " ws-ver-item (ws-ver-ind) "  " ws-valor-edit "  "
                       ws-vigencia-edit " " ws-situacao-edit " "
                       ws-ver-usuario (ws-ver-ind) " " ws-registro-edit
           end-perform
           display "Versoes: " ws-qtd-versoes "  vigentes: " ws-qtd-vigentes
                   "  substituidas: " ws-qtd-substituidas
                   "  agendadas: " ws-qtd-agendadas
           if ws-qtd-ignoradas > zero then
               display "Linhas ignoradas (item fora da tabela ou acima de 500 versoes): "
                       ws-qtd-ignoradas
           end-if
           display "Valores vigentes:"
           perform varying ws-item from ws-item-ini by 1 until ws-item > ws-item-fim
               move spaces to ws-item-rotulo
               if ws-item-fim = 10 then
                   string ws-item " dezenas" delimited by size into ws-item-rotulo
                   end-string
               else
                   evaluate ws-item
                       when 4
                           move "quadra" to ws-item-rotulo
                       when 5
                           move "quina" to ws-item-rotulo
                       when 6
                           move "sena" to ws-item-rotulo
                   end-evaluate
               end-if
               if ws-item-linha (ws-item) = zero then
                   display "  " ws-item-rotulo ": sem versao vigente"
               else
                   move ws-item-linha (ws-item) to ws-ver-ind
                   move ws-ver-valor (ws-ver-ind) to ws-valor-edit
                   if ws-ver-vigencia (ws-ver-ind) = zero then
                       move "sempre" to ws-vigencia-edit
                   else
                       move ws-ver-vigencia (ws-ver-ind) to ws-data-aux
                       perform editar-data
                       move ws-data-edit to ws-vigencia-edit
                   end-if
                   display "  " ws-item-rotulo ": R$" ws-valor-edit
                           " desde " ws-vigencia-edit
               end-if
           end-perform
           .
       relatar-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *> ws-data-aux (AAAAMMDD) em DD/MM/AAAA
      *>------------------------------------------------------------------------
       editar-data section.
           move spaces to ws-data-edit
           string ws-data-aux (7:2) "/" ws-data-aux (5:2) "/" ws-data-aux (1:4)
               delimited by size into ws-data-edit
           end-string
           .
       editar-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalizacao Normal: goback para poder ser chamado pela cadeia
      *>------------------------------------------------------------------------
       finaliza section.
           goback
           .
       finaliza-exit.
           exit.
