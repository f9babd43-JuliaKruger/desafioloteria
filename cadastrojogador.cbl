      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "cadastrojogador".
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
      *> cadastro de jogadores: o id e o mesmo nome curto (15 posicoes) que
      *> os demais arquivos guardam - placar, conta, historico, pendentes,
      *> bolao - e o nome completo e o contato ficam so aqui
           select f-jogadores assign to "jogadores.dat"
               organization is indexed
               access mode is dynamic
               record key is jg-id
               file status is ws-status-jogadores.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *> situacao: "A" = ativo, "B" = bloqueado (nao joga, nao aposta, nao
      *> entra em bolao; o cadastro e o historico dele continuam valendo)
       fd  f-jogadores.
       01 reg-jogador.
           05 jg-id                                 pic x(15).
           05 jg-nome                               pic x(40).
           05 jg-situacao                           pic x(01).
           05 jg-data-cadastro                      pic 9(08).
           05 jg-contato                            pic x(40).
      *> limite diario de gasto em apostas (zero = sem limite)
           05 jg-limite-diario                      pic 9(09)v99.

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-jogadores                       pic x(02).
       77 ws-data-atual                             pic 9(08).
       77 ws-msn                                    pic x(80).
       77 ws-aux                                    pic x(01).
       77 ws-cad-acao                               pic x(01).
       77 ws-cad-id                                 pic x(15).
       77 ws-cad-nome                               pic x(40).
       77 ws-cad-contato                            pic x(40).
      *> situacao e data de cadastro so aparecem na tela (consulta)
       77 ws-cad-situacao                           pic x(10).
       77 ws-cad-data                               pic 9(08).
      *> limite diario de gasto em apostas, gravado so pela acao T
       77 ws-cad-limite                             pic 9(09)v99.
       77 ws-cad-fim                                pic x(01).
       77 ws-cad-listados                           pic 9(04).
       77 ws-cad-limite-edit                        pic z(08)9,99.
      *> diario de auditoria (gravarauditoria): toda inclusao e alteracao
      *> no cadastro, com o registro antes e depois
       77 ws-aud-programa                           pic x(20) value "cadastrojogador".
       77 ws-aud-arquivo                            pic x(20) value "jogadores.dat".
       77 ws-aud-operacao                           pic x(01).
       77 ws-aud-chave                              pic x(20).
       77 ws-aud-antes                              pic x(414).
       77 ws-aud-depois                             pic x(414).


      *>----Declaracao de tela
       screen section.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela de manutencao do cadastro de jogadores
       01 sc-tela-cadastro.
           05 blank screen.
           05 line 01 col 01 value "            Cadastro de jogadores                                               "
           foreground-color 12.
           05 line 03 col 01 value "==============================================================================  ".
           05 line 04 col 01 value "= Acao (L=Listar C=Consultar I=Incluir A=Alterar B=Bloquear R=Reativar       =  ".
           05 line 05 col 01 value "=       T=Limite X=Sair):  [ ]                                               =  ".
           05 line 06 col 01 value "= Jogador (ID):   [               ]                                          =  ".
           05 line 07 col 01 value "= Nome completo:  [                                        ]                 =  ".
           05 line 08 col 01 value "= Contato:        [                                        ]                 =  ".
           05 line 09 col 01 value "= Situacao:       [          ]   Cadastrado em: [        ]                   =  ".
           05 line 10 col 01 value "= Limite diario:  [            ]  (gasto em apostas por dia, 0 = sem limite) =  ".
           05 line 11 col 01 value "==============================================================================  ".

           05 sc-cad-acao       line 05 col 29 pic x(01)
           using ws-cad-acao foreground-color 12.
           05 sc-cad-id         line 06 col 20 pic x(15)
           using ws-cad-id foreground-color 12.
           05 sc-cad-nome       line 07 col 20 pic x(40)
           using ws-cad-nome foreground-color 12.
           05 sc-cad-contato    line 08 col 20 pic x(40)
           using ws-cad-contato foreground-color 12.
           05 sc-cad-situacao   line 09 col 20 pic x(10)
           from ws-cad-situacao foreground-color 11.
           05 sc-cad-data       line 09 col 50 pic 9(08)
           from ws-cad-data foreground-color 11.
           05 sc-cad-limite     line 10 col 20 pic z(08)9,99
           using ws-cad-limite foreground-color 12.
           05 sc-cad-msn        line 02 col 03 pic x(80)
           from ws-msn foreground-color 11.


      *>Declaracao do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Abre o cadastro para atualizacao, criando o arquivo vazio na
      *> primeira vez (igual o desafioloteria faz com meusjogos.dat)
      *>------------------------------------------------------------------------
       inicializa section.
           move space to ws-cad-acao
           move spaces to ws-msn
           perform limpar-campos
           open i-o f-jogadores
           if ws-status-jogadores = "35" then
               open output f-jogadores
               close f-jogadores
               open i-o f-jogadores
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tela de manutencao: repete ate o operador escolher X
      *>------------------------------------------------------------------------
       processamento section.
           perform until ws-cad-acao = "x" or ws-cad-acao = "X"
               display sc-tela-cadastro
               accept sc-tela-cadastro
               move spaces to ws-msn
               evaluate ws-cad-acao
                   when "l"
                   when "L"
                       perform listar-jogadores
                   when "c"
                   when "C"
                       perform consultar-jogador
                   when "i"
                   when "I"
                       perform incluir-jogador
                   when "a"
                   when "A"
                       perform alterar-jogador
                   when "b"
                   when "B"
                       perform bloquear-jogador
                   when "r"
                   when "R"
                       perform reativar-jogador
                   when "t"
                   when "T"
                       perform definir-limite
                   when "x"
                   when "X"
                       continue
                   when other
                       move "Acao invalida, informe L, C, I, A, B, R, T ou X." to ws-msn
               end-evaluate
               if ws-cad-acao not = "x" and ws-cad-acao not = "X" then
                   move space to ws-cad-acao
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lista todos os jogadores cadastrados, com situacao e contato
      *>------------------------------------------------------------------------
       listar-jogadores section.
           display erase
           display "===== Jogadores cadastrados em jogadores.dat ====="
           move zero to ws-cad-listados
           move low-values to jg-id
           start f-jogadores key is not less than jg-id
               invalid key
                   move "S" to ws-cad-fim
               not invalid key
                   move "N" to ws-cad-fim
           end-start
           perform until ws-cad-fim = "S"
               read f-jogadores next record
                   at end
                       move "S" to ws-cad-fim
                   not at end
                       add 1 to ws-cad-listados
                       move jg-limite-diario to ws-cad-limite-edit
                       display jg-id " " jg-situacao " " jg-data-cadastro " "
                               jg-nome " " jg-contato " limite R$" ws-cad-limite-edit
               end-read
           end-perform
           display "Total de jogadores: " ws-cad-listados
           display "Aperte enter para voltar."
           accept ws-aux
           .
       listar-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Traz o cadastro do jogador informado para a tela
      *>------------------------------------------------------------------------
       consultar-jogador section.
           if ws-cad-id = spaces then
               move "Informe o ID do jogador." to ws-msn
           else
               move ws-cad-id to jg-id
               read f-jogadores
                   invalid key
                       perform limpar-campos
                       move "Jogador nao cadastrado." to ws-msn
                   not invalid key
                       perform mostrar-jogador
               end-read
           end-if
           .
       consultar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Inclui um jogador novo, sempre ativo e com a data de hoje
      *>------------------------------------------------------------------------
       incluir-jogador section.
           if ws-cad-id = spaces or ws-cad-nome = spaces then
               move "Informe o ID e o nome completo do jogador." to ws-msn
           else
               move spaces to reg-jogador
               move ws-cad-id to jg-id
               move ws-cad-nome to jg-nome
               move "A" to jg-situacao
               accept ws-data-atual from date yyyymmdd
               move ws-data-atual to jg-data-cadastro
               move ws-cad-contato to jg-contato
               move ws-cad-limite to jg-limite-diario
               write reg-jogador
                   invalid key
                       move "Ja existe um jogador com esse ID." to ws-msn
                   not invalid key
                       move "I" to ws-aud-operacao
                       move spaces to ws-aud-antes
                       perform auditar-jogador
                       perform mostrar-jogador
                       move "Jogador incluido." to ws-msn
               end-write
           end-if
           .
       incluir-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Altera nome e contato; campo deixado em branco mantem o que estava.
      *> O ID nao muda: ele e a chave gravada nos demais arquivos
      *>------------------------------------------------------------------------
       alterar-jogador section.
           if ws-cad-id = spaces then
               move "Informe o ID do jogador a alterar." to ws-msn
           else
               move ws-cad-id to jg-id
               read f-jogadores
                   invalid key
                       move "Jogador nao cadastrado." to ws-msn
                   not invalid key
                       move reg-jogador to ws-aud-antes
                       if ws-cad-nome not = spaces then
                           move ws-cad-nome to jg-nome
                       end-if
                       if ws-cad-contato not = spaces then
                           move ws-cad-contato to jg-contato
                       end-if
                       rewrite reg-jogador
                       move "A" to ws-aud-operacao
                       perform auditar-jogador
                       perform mostrar-jogador
                       move "Jogador alterado." to ws-msn
               end-read
           end-if
           .
       alterar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Bloqueia o jogador: o registro fica, para o historico continuar
      *> apontando para alguem, mas ele deixa de ser aceito nos programas
      *>------------------------------------------------------------------------
       bloquear-jogador section.
           if ws-cad-id = spaces then
               move "Informe o ID do jogador a bloquear." to ws-msn
           else
               move ws-cad-id to jg-id
               read f-jogadores
                   invalid key
                       move "Jogador nao cadastrado." to ws-msn
                   not invalid key
                       move reg-jogador to ws-aud-antes
                       move "B" to jg-situacao
                       rewrite reg-jogador
                       move "A" to ws-aud-operacao
                       perform auditar-jogador
                       perform mostrar-jogador
                       move "Jogador bloqueado." to ws-msn
               end-read
           end-if
           .
       bloquear-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reativa um jogador bloqueado
      *>------------------------------------------------------------------------
       reativar-jogador section.
           if ws-cad-id = spaces then
               move "Informe o ID do jogador a reativar." to ws-msn
           else
               move ws-cad-id to jg-id
               read f-jogadores
                   invalid key
                       move "Jogador nao cadastrado." to ws-msn
                   not invalid key
                       move reg-jogador to ws-aud-antes
                       move "A" to jg-situacao
                       rewrite reg-jogador
                       move "A" to ws-aud-operacao
                       perform auditar-jogador
                       perform mostrar-jogador
                       move "Jogador reativado." to ws-msn
               end-read
           end-if
           .
       reativar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava o limite diario de gasto em apostas informado na tela (zero
      *> tira o limite). Fica numa acao propria para o alterar nao zerar
      *> o limite de quem so trocou o nome ou o contato
      *>------------------------------------------------------------------------
       definir-limite section.
           if ws-cad-id = spaces then
               move "Informe o ID do jogador e o limite diario." to ws-msn
           else
               move ws-cad-id to jg-id
               read f-jogadores
                   invalid key
                       move "Jogador nao cadastrado." to ws-msn
                   not invalid key
                       move reg-jogador to ws-aud-antes
                       move ws-cad-limite to jg-limite-diario
                       rewrite reg-jogador
                       move "A" to ws-aud-operacao
                       perform auditar-jogador
                       perform mostrar-jogador
                       if jg-limite-diario = zero then
                           move "Limite diario retirado." to ws-msn
                       else
                           move "Limite diario gravado." to ws-msn
                       end-if
               end-read
           end-if
           .
       definir-limite-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra no diario de auditoria a inclusao/alteracao do registro
      *> corrente (imagem de antes ja guardada em ws-aud-antes)
      *>------------------------------------------------------------------------
       auditar-jogador section.
           move jg-id to ws-aud-chave
           move reg-jogador to ws-aud-depois
           call "gravarauditoria" using ws-aud-programa, ws-aud-arquivo,
                                        ws-aud-operacao, ws-aud-chave,
                                        ws-aud-antes, ws-aud-depois
           .
       auditar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Copia o registro lido para os campos da tela
      *>------------------------------------------------------------------------
       mostrar-jogador section.
           move jg-id to ws-cad-id
           move jg-nome to ws-cad-nome
           move jg-contato to ws-cad-contato
           move jg-data-cadastro to ws-cad-data
           if jg-limite-diario is numeric then
               move jg-limite-diario to ws-cad-limite
           else
               move zero to ws-cad-limite
           end-if
           if jg-situacao = "A" then
               move "ATIVO" to ws-cad-situacao
           else
               move "BLOQUEADO" to ws-cad-situacao
           end-if
           .
       mostrar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Limpa os campos da tela
      *>------------------------------------------------------------------------
       limpar-campos section.
           move spaces to ws-cad-id
           move spaces to ws-cad-nome
           move spaces to ws-cad-contato
           move spaces to ws-cad-situacao
           move zero to ws-cad-data
           move zero to ws-cad-limite
           .
       limpar-campos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalizacao Normal
      *>------------------------------------------------------------------------
       finaliza section.
           close f-jogadores
           stop run
           .
       finaliza-exit.
           exit.
