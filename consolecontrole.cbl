      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "consolecontrole".
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
      *> mesmo controle de travas mantido pelo controlearquivos
           select f-travas assign to "travas.dat"
               organization is indexed
               access mode is dynamic
               record key is tv-chave
               file status is ws-status-travas.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  f-travas.
       01 reg-trava.
           05 tv-chave.
               10 tv-arquivo                        pic x(20).
               10 tv-programa                       pic x(20).
               10 tv-sessao                         pic 9(08).
           05 tv-modo                               pic x(01).
           05 tv-data                               pic 9(08).
           05 tv-hora                               pic 9(06).
           05 tv-operador                           pic x(20).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-travas                          pic x(02).
      *> travas.dat so fica aberto durante cada acao, para os outros
      *> programas conseguirem obter e liberar travas com o console na tela
       77 ws-controle-ok                            pic x(01).
       77 ws-fim-arquivo                            pic x(01).
       77 ws-msn                                    pic x(80).
       77 ws-aux                                    pic x(01).
       77 ws-data-atual                             pic 9(08).
       77 ws-hora-atual                             pic 9(08).
       77 ws-con-acao                               pic x(01).
       77 ws-con-arquivo                            pic x(20).
       77 ws-con-programa                           pic x(20).
       77 ws-con-sessao                             pic 9(08).
       77 ws-qtd-travas                             pic 9(04).
       77 ws-qtd-liberadas                          pic 9(04).
       77 ws-modo-edit                              pic x(13).
       77 ws-antiga-edit                            pic x(08).
      *> mesma validade do controlearquivos (TRAVA_VALIDADE_HORAS, padrao 12)
       77 ws-validade-horas                         pic 9(04).
       77 ws-idade-horas                            pic s9(08).
       77 ws-horas-agora                            pic 9(02).
       77 ws-horas-trava                            pic 9(02).
       77 ws-antiga                                 pic x(01).


      *>----Declaracao de tela
       screen section.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> console do operador: travas de arquivos em uso e liberacao das
      *> esquecidas por execucoes que cairam
       01 sc-tela-console.
           05 blank screen.
           05 line 01 col 01 value "            Console de controle - travas de arquivos                            "
           foreground-color 12.
           05 line 03 col 01 value "==============================================================================  ".
           05 line 04 col 01 value "= Acao (L=Listar T=Liberar trava A=Liberar antigas X=Sair):  [ ]             =  ".
           05 line 05 col 01 value "= Arquivo:        [                    ]                                     =  ".
           05 line 06 col 01 value "= Programa:       [                    ]                                     =  ".
           05 line 07 col 01 value "= Sessao:         [        ]                                                 =  ".
           05 line 08 col 01 value "==============================================================================  ".

           05 sc-con-acao       line 04 col 63 pic x(01)
           using ws-con-acao foreground-color 12.
           05 sc-con-arquivo    line 05 col 20 pic x(20)
           using ws-con-arquivo foreground-color 12.
           05 sc-con-programa   line 06 col 20 pic x(20)
           using ws-con-programa foreground-color 12.
           05 sc-con-sessao     line 07 col 20 pic 9(08)
           using ws-con-sessao foreground-color 12.
           05 sc-con-msn        line 02 col 03 pic x(80)
           from ws-msn foreground-color 11.


      *>Declaracao do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Limpando a tela
      *>------------------------------------------------------------------------
       inicializa section.
           move space to ws-con-acao
           move spaces to ws-msn
           move spaces to ws-con-arquivo
           move spaces to ws-con-programa
           move zero to ws-con-sessao
           accept ws-validade-horas from environment "TRAVA_VALIDADE_HORAS"
           on exception move zero to ws-validade-horas
           end-accept
           if ws-validade-horas = zero then
               move 12 to ws-validade-horas
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Abre travas.dat para uma acao (criando o arquivo vazio na primeira
      *> vez); sem abrir, a acao nao e feita e o status vai para a tela
      *>------------------------------------------------------------------------
       abrir-controle section.
           open i-o f-travas
           if ws-status-travas = "35" then
               open output f-travas
               close f-travas
               open i-o f-travas
           end-if
           if ws-status-travas = "00" then
               move "S" to ws-controle-ok
           else
               move "N" to ws-controle-ok
               move spaces to ws-msn
               string "Controle de travas indisponivel (status " ws-status-travas ")"
                   delimited by size into ws-msn
               end-string
           end-if
           .
       abrir-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tela do console: repete ate o operador escolher X
      *>------------------------------------------------------------------------
       processamento section.
           perform until ws-con-acao = "x" or ws-con-acao = "X"
               display sc-tela-console
               accept sc-tela-console
               move spaces to ws-msn
               evaluate ws-con-acao
                   when "l"
                   when "L"
                       perform abrir-controle
                       if ws-controle-ok = "S" then
                           perform listar-travas
                           close f-travas
                       end-if
                   when "t"
                   when "T"
                       perform abrir-controle
                       if ws-controle-ok = "S" then
                           perform liberar-trava
                           close f-travas
                       end-if
                   when "a"
                   when "A"
                       perform abrir-controle
                       if ws-controle-ok = "S" then
                           perform liberar-antigas
                           close f-travas
                       end-if
                   when "x"
                   when "X"
                       continue
                   when other
                       move "Acao invalida, informe L, T, A ou X." to ws-msn
               end-evaluate
               if ws-con-acao not = "x" and ws-con-acao not = "X" then
                   move space to ws-con-acao
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lista todas as travas, marcando as antigas
      *>------------------------------------------------------------------------
       listar-travas section.
           display erase
           display "===== Travas de arquivos em uso ====="
           display "Arquivo              Programa             Sessao   Modo          Desde"
           move zero to ws-qtd-travas
           move low-values to tv-chave
           move "S" to ws-fim-arquivo
           start f-travas key is not less than tv-chave
               invalid key
                   move "S" to ws-fim-arquivo
               not invalid key
                   move "N" to ws-fim-arquivo
           end-start
           perform until ws-fim-arquivo = "S"
               read f-travas next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-travas
                       perform verificar-antiga
                       if tv-modo = "X" then
                           move "EXCLUSIVO" to ws-modo-edit
                       else
                           move "COMPARTILHADO" to ws-modo-edit
                       end-if
                       if ws-antiga = "S" then
                           move "ANTIGA" to ws-antiga-edit
                       else
                           move spaces to ws-antiga-edit
                       end-if
                       display tv-arquivo " " tv-programa " " tv-sessao " "
                               ws-modo-edit " " tv-data (7:2) "/" tv-data (5:2)
                               " " tv-hora (1:2) ":" tv-hora (3:2) " "
                               tv-operador " " ws-antiga-edit
               end-read
           end-perform
           display "Total de travas: " ws-qtd-travas
           display "Aperte enter para voltar."
           accept ws-aux
           .
       listar-travas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Libera uma trava pela chave informada (arquivo, programa e sessao)
      *>------------------------------------------------------------------------
       liberar-trava section.
           move ws-con-arquivo to tv-arquivo
           move ws-con-programa to tv-programa
           move ws-con-sessao to tv-sessao
           delete f-travas record
               invalid key
                   move "Trava nao encontrada, confira arquivo, programa e sessao (L lista)." to ws-msn
               not invalid key
                   move "Trava liberada." to ws-msn
                   move spaces to ws-con-arquivo
                   move spaces to ws-con-programa
                   move zero to ws-con-sessao
           end-delete
           .
       liberar-trava-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Libera todas as travas antigas (execucoes que cairam sem liberar)
      *>------------------------------------------------------------------------
       liberar-antigas section.
           move zero to ws-qtd-liberadas
           move low-values to tv-chave
           move "S" to ws-fim-arquivo
           start f-travas key is not less than tv-chave
               invalid key
                   move "S" to ws-fim-arquivo
               not invalid key
                   move "N" to ws-fim-arquivo
           end-start
           perform until ws-fim-arquivo = "S"
               read f-travas next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       perform verificar-antiga
                       if ws-antiga = "S" then
                           delete f-travas record
                           add 1 to ws-qtd-liberadas
                       end-if
               end-read
           end-perform
           move spaces to ws-msn
           string "Travas antigas liberadas: " ws-qtd-liberadas
               delimited by size into ws-msn
           end-string
           .
       liberar-antigas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trava corrente e antiga se passou da validade em horas
      *>------------------------------------------------------------------------
       verificar-antiga section.
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           move ws-hora-atual (1:2) to ws-horas-agora
           move tv-hora (1:2) to ws-horas-trava
           compute ws-idade-horas =
               (function integer-of-date (ws-data-atual) -
                function integer-of-date (tv-data)) * 24
               + ws-horas-agora - ws-horas-trava
           if ws-idade-horas > ws-validade-horas then
               move "S" to ws-antiga
           else
               move "N" to ws-antiga
           end-if
           .
       verificar-antiga-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalizacao Normal
      *>------------------------------------------------------------------------
       finaliza section.
           stop run
           .
       finaliza-exit.
           exit.
