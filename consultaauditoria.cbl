      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "consultaauditoria".
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
      *> mesmo layout gravado pelo gravarauditoria
           select f-auditoria assign to "auditoria_cadastros.dat"
               organization is line sequential
               file status is ws-status-auditoria.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  f-auditoria.
       01 reg-auditoria.
           05 au-data                               pic 9(08).
           05 au-hora                               pic 9(06).
           05 au-programa                           pic x(20).
           05 au-operador                           pic x(20).
           05 au-arquivo                            pic x(20).
           05 au-operacao                           pic x(01).
           05 au-chave                              pic x(20).
           05 au-antes                              pic x(414).
           05 au-depois                             pic x(414).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-auditoria                       pic x(02).
       77 ws-fim-arquivo                            pic x(01).
      *> filtros opcionais (em branco/zero = todos): AUDITORIA_ARQUIVO,
      *> AUDITORIA_CHAVE, AUDITORIA_DATA_INI e AUDITORIA_DATA_FIM (AAAAMMDD)
       77 ws-filtro-arquivo                         pic x(20).
       77 ws-filtro-chave                           pic x(20).
       77 ws-filtro-data-ini                        pic 9(08).
       77 ws-filtro-data-fim                        pic 9(08).
       77 ws-qtd-lidos                              pic 9(08).
       77 ws-qtd-listados                           pic 9(08).
       77 ws-qtd-inclusoes                          pic 9(08).
       77 ws-qtd-alteracoes                         pic 9(08).
       77 ws-qtd-exclusoes                          pic 9(08).
       77 ws-operacao-edit                          pic x(10).
      *> imagens mostradas em pedacos de 80 posicoes, pulando os em branco
       77 ws-img-pos                                pic 9(03).
       77 ws-img-tam                                pic 9(03).
       77 ws-img-rotulo                             pic x(08).
       77 ws-imagem                                 pic x(414).
       77 ws-mem-ind                                pic 9(02).
       77 ws-cotas-antes-edit                       pic zz9.
       77 ws-cotas-depois-edit                      pic zz9.

      *>----Imagens de bolao.dat (mesmo layout do bolao) para mostrar
      *>----membro a membro as cotas antes e depois
       01 ws-bolao-antes.
           05 ws-ba-id                              pic x(10).
           05 ws-ba-qtd-membros                     pic 9(02).
           05 ws-ba-membro                          occurs 10 times.
               10 ws-ba-membro-nome                 pic x(15).
               10 ws-ba-membro-cotas                pic 9(03).
           05 filler                                pic x(222).
       01 ws-bolao-depois.
           05 ws-bd-id                              pic x(10).
           05 ws-bd-qtd-membros                     pic 9(02).
           05 ws-bd-membro                          occurs 10 times.
               10 ws-bd-membro-nome                 pic x(15).
               10 ws-bd-membro-cotas                pic 9(03).
           05 filler                                pic x(222).


      *>Declaracao do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Le os filtros do ambiente; sem data final vale ate hoje
      *>------------------------------------------------------------------------
       inicializa section.
           accept ws-filtro-arquivo from environment "AUDITORIA_ARQUIVO"
           on exception move spaces to ws-filtro-arquivo
           end-accept
           accept ws-filtro-chave from environment "AUDITORIA_CHAVE"
           on exception move spaces to ws-filtro-chave
           end-accept
           accept ws-filtro-data-ini from environment "AUDITORIA_DATA_INI"
           on exception move zero to ws-filtro-data-ini
           end-accept
           accept ws-filtro-data-fim from environment "AUDITORIA_DATA_FIM"
           on exception move zero to ws-filtro-data-fim
           end-accept
           if ws-filtro-data-fim = zero then
               move 99999999 to ws-filtro-data-fim
           end-if
           move zero to ws-qtd-lidos
           move zero to ws-qtd-listados
           move zero to ws-qtd-inclusoes
           move zero to ws-qtd-alteracoes
           move zero to ws-qtd-exclusoes
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Percorre o diario e lista as linhas que passam nos filtros
      *>------------------------------------------------------------------------
       processamento section.
           display "===== Consulta ao diario de auditoria dos cadastros ====="
           display "Arquivo: " ws-filtro-arquivo " Chave: " ws-filtro-chave
           display "Periodo: " ws-filtro-data-ini " a " ws-filtro-data-fim
           move "N" to ws-fim-arquivo
           open input f-auditoria
           if ws-status-auditoria = "35" then
               display "Arquivo auditoria_cadastros.dat nao encontrado, nenhuma alteracao registrada."
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-auditoria
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lidos
                       if (ws-filtro-arquivo = spaces or ws-filtro-arquivo = au-arquivo) and
                          (ws-filtro-chave = spaces or ws-filtro-chave = au-chave) and
                          au-data >= ws-filtro-data-ini and
                          au-data <= ws-filtro-data-fim then
                           perform listar-alteracao
                       end-if
               end-read
           end-perform
           if ws-status-auditoria not = "35" then
               close f-auditoria
           end-if
           display " "
           display "Linhas lidas no diario:  " ws-qtd-lidos
           display "Alteracoes listadas:     " ws-qtd-listados
           display "   inclusoes:            " ws-qtd-inclusoes
           display "   alteracoes:           " ws-qtd-alteracoes
           display "   exclusoes:            " ws-qtd-exclusoes
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostra uma linha do diario: quem, quando, o que, e as imagens de
      *> antes e depois (no bolao, membro a membro com as cotas)
      *>------------------------------------------------------------------------
       listar-alteracao section.
           add 1 to ws-qtd-listados
           evaluate au-operacao
               when "I"
                   move "INCLUSAO" to ws-operacao-edit
                   add 1 to ws-qtd-inclusoes
               when "A"
                   move "ALTERACAO" to ws-operacao-edit
                   add 1 to ws-qtd-alteracoes
               when "E"
                   move "EXCLUSAO" to ws-operacao-edit
                   add 1 to ws-qtd-exclusoes
               when other
                   move au-operacao to ws-operacao-edit
           end-evaluate
           display " "
           display au-data (7:2) "/" au-data (5:2) "/" au-data (1:4) " "
                   au-hora (1:2) ":" au-hora (3:2) ":" au-hora (5:2) " "
                   ws-operacao-edit " " au-arquivo " chave: " au-chave
           display "   programa: " au-programa " operador: " au-operador
           if au-arquivo = "bolao.dat" then
               perform listar-cotas-bolao
           else
               move "antes:  " to ws-img-rotulo
               move au-antes to ws-imagem
               perform listar-imagem
               move "depois: " to ws-img-rotulo
               move au-depois to ws-imagem
               perform listar-imagem
           end-if
           .
       listar-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostra a imagem em pedacos de 80 posicoes, ate o ultimo nao branco
      *>------------------------------------------------------------------------
       listar-imagem section.
           if ws-imagem = spaces then
               display "   " ws-img-rotulo "(nenhum)"
           else
               move 414 to ws-img-tam
               perform until ws-img-tam = 1 or ws-imagem (ws-img-tam:1) not = space
                   subtract 1 from ws-img-tam
               end-perform
               perform varying ws-img-pos from 1 by 80 until ws-img-pos > ws-img-tam
                   if ws-img-pos + 79 > 414 then
                       display "   " ws-img-rotulo ws-imagem (ws-img-pos:)
                   else
                       display "   " ws-img-rotulo ws-imagem (ws-img-pos:80)
                   end-if
                   move spaces to ws-img-rotulo
               end-perform
           end-if
           .
       listar-imagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *> bolao.dat: lista os membros e as cotas antes e depois, marcando
      *> as posicoes em que algo mudou
      *>------------------------------------------------------------------------
       listar-cotas-bolao section.
           move au-antes to ws-bolao-antes
           move au-depois to ws-bolao-depois
           if au-antes = spaces then
               move zero to ws-ba-qtd-membros
           end-if
           if au-depois = spaces then
               move zero to ws-bd-qtd-membros
           end-if
           display "   membros antes: " ws-ba-qtd-membros " depois: " ws-bd-qtd-membros
           perform varying ws-mem-ind from 1 by 1 until ws-mem-ind > 10
               if (ws-mem-ind <= ws-ba-qtd-membros) or
                  (ws-mem-ind <= ws-bd-qtd-membros) then
                   if ws-mem-ind > ws-ba-qtd-membros then
                       move spaces to ws-ba-membro-nome (ws-mem-ind)
                       move zero to ws-ba-membro-cotas (ws-mem-ind)
                   end-if
                   if ws-mem-ind > ws-bd-qtd-membros then
                       move spaces to ws-bd-membro-nome (ws-mem-ind)
                       move zero to ws-bd-membro-cotas (ws-mem-ind)
                   end-if
                   move ws-ba-membro-cotas (ws-mem-ind) to ws-cotas-antes-edit
                   move ws-bd-membro-cotas (ws-mem-ind) to ws-cotas-depois-edit
                   if ws-ba-membro (ws-mem-ind) = ws-bd-membro (ws-mem-ind) then
                       display "     " ws-mem-ind " " ws-ba-membro-nome (ws-mem-ind)
                               " cotas " ws-cotas-antes-edit
                   else
                       display "   * " ws-mem-ind " " ws-ba-membro-nome (ws-mem-ind)
                               " cotas " ws-cotas-antes-edit " -> "
                               ws-bd-membro-nome (ws-mem-ind)
                               " cotas " ws-cotas-depois-edit
                   end-if
               end-if
           end-perform
      *> as apostas do bolao tambem podem ter mudado: mostra o resto das imagens
           if au-antes (193:222) not = au-depois (193:222) then
               display "   apostas do bolao alteradas:"
               move "antes:  " to ws-img-rotulo
               move au-antes (193:222) to ws-imagem
               perform listar-imagem
               move "depois: " to ws-img-rotulo
               move au-depois (193:222) to ws-imagem
               perform listar-imagem
           end-if
           .
       listar-cotas-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalizacao Normal: goback para poder ser chamado pela cadeia
      *>------------------------------------------------------------------------
       finaliza section.
           goback
           .
       finaliza-exit.
           exit.
