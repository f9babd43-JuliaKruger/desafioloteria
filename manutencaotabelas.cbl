      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "manutencaotabelas".
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
      *> tabelas de valores com versoes datadas: cada reajuste entra como uma
      *> linha nova com a data em que passa a valer, sem apagar as antigas,
      *> e quem le a tabela usa a versao vigente na data da aposta/sorteio
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
      *> mesmo layout lido pelo desafioloteria, bolao e apostaconcurso
       fd  f-precos.
       01 reg-preco.
           05 pc-quantidade                         pic 9(02).
           05 pc-valor                              pic 9(11)v99.
           05 pc-vigencia                           pic 9(08).
           05 pc-usuario                            pic x(20).
           05 pc-data-registro                      pic 9(08).

      *> mesmo layout lido pelo desafioloteria2 e importarresultados
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
       77 ws-msn                                    pic x(80).
       77 ws-aux                                    pic x(01).
       77 ws-data-atual                             pic 9(08).
      *> operador: OPERADOR do ambiente ou, sem ele, o usuario do sistema
       77 ws-operador                               pic x(20).
       77 ws-man-acao                               pic x(01).
      *> "P" = precos.dat (item = dezenas), "R" = premios.dat (item = faixa)
       77 ws-man-tabela                             pic x(01).
       77 ws-man-item                               pic 9(02).
       77 ws-man-valor                              pic 9(11)v99.
       77 ws-man-vigencia                           pic 9(08).
       77 ws-qtd-listados                           pic 9(04).
       77 ws-valor-edit                             pic z(10)9,99.
      *> vigencia e data de registro da linha listada (em branco nas
      *> linhas antigas)
       77 ws-lin-vigencia                           pic x(08).
       77 ws-lin-registro                           pic x(08).
       77 ws-vigencia-edit                          pic x(10).
       77 ws-registro-edit                          pic x(10).
      *> diario de auditoria (gravarauditoria): toda versao incluida
       77 ws-aud-programa                           pic x(20) value "manutencaotabelas".
       77 ws-aud-arquivo                            pic x(20).
       77 ws-aud-operacao                           pic x(01) value "I".
       77 ws-aud-chave                              pic x(20).
       77 ws-aud-antes                              pic x(414).
       77 ws-aud-depois                             pic x(414).


      *>----Declaracao de tela
       screen section.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela do escritorio: agenda reajustes de precos e premios
       01 sc-tela-tabelas.
           05 blank screen.
           05 line 01 col 01 value "            Tabelas de precos e premios - versoes por vigencia                  "
           foreground-color 12.
           05 line 03 col 01 value "==============================================================================  ".
           05 line 04 col 01 value "= Acao (I=Incluir versao L=Listar X=Sair):  [ ]                              =  ".
           05 line 05 col 01 value "= Tabela (P=Precos R=Premios):  [ ]                                          =  ".
           05 line 06 col 01 value "= Dezenas/faixa:   [  ]  (precos: 6 a 10 dezenas; premios: faixa 4 a 6)      =  ".
           05 line 07 col 01 value "= Valor:           [              ]                                          =  ".
           05 line 08 col 01 value "= Vigencia:        [        ]  (AAAAMMDD, a partir de amanha)                =  ".
           05 line 09 col 01 value "==============================================================================  ".

           05 sc-man-acao       line 04 col 46 pic x(01)
           using ws-man-acao foreground-color 12.
           05 sc-man-tabela     line 05 col 34 pic x(01)
           using ws-man-tabela foreground-color 12.
           05 sc-man-item       line 06 col 21 pic 9(02)
           using ws-man-item foreground-color 12.
           05 sc-man-valor      line 07 col 21 pic z(10)9,99
           using ws-man-valor foreground-color 12.
           05 sc-man-vigencia   line 08 col 21 pic 9(08)
           using ws-man-vigencia foreground-color 12.
           05 sc-man-msn        line 02 col 03 pic x(80)
           from ws-msn foreground-color 11.


      *>Declaracao do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Limpando a tela e identificando o operador que lanca as versoes
      *>------------------------------------------------------------------------
       inicializa section.
           move space to ws-man-acao
           move spaces to ws-msn
           move space to ws-man-tabela
           move zero to ws-man-item
           move zero to ws-man-valor
           move zero to ws-man-vigencia
           accept ws-operador from environment "OPERADOR"
           on exception move spaces to ws-operador
           end-accept
           if ws-operador = spaces then
               accept ws-operador from environment "USER"
               on exception move spaces to ws-operador
               end-accept
           end-if
           if ws-operador = spaces then
               move "DESCONHECIDO" to ws-operador
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tela das tabelas: repete ate o operador escolher X
      *>------------------------------------------------------------------------
       processamento section.
           perform until ws-man-acao = "x" or ws-man-acao = "X"
               display sc-tela-tabelas
               accept sc-tela-tabelas
               move spaces to ws-msn
               inspect ws-man-tabela converting "pr" to "PR"
               evaluate ws-man-acao
                   when "i"
                   when "I"
                       perform incluir-versao
                   when "l"
                   when "L"
                       perform listar-versoes
                   when "x"
                   when "X"
                       continue
                   when other
                       move "Acao invalida, informe I, L ou X." to ws-msn
               end-evaluate
               if ws-man-acao not = "x" and ws-man-acao not = "X" then
                   move space to ws-man-acao
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Inclui uma versao nova na tabela escolhida. So se agenda para depois
      *> de hoje: o valor de hoje ja pode ter sido usado em apostas e
      *> liquidacoes, e uma versao retroativa mudaria o que ja foi cobrado.
      *> A mesma vigencia lancada de novo corrige a anterior (vale a ultima)
      *>------------------------------------------------------------------------
       incluir-versao section.
           accept ws-data-atual from date yyyymmdd
           evaluate true
               when ws-man-tabela not = "P" and ws-man-tabela not = "R"
                   move "Tabela invalida, informe P (precos) ou R (premios)." to ws-msn
               when ws-man-tabela = "P" and
                    (ws-man-item < 6 or ws-man-item > 10)
                   move "Quantidade de dezenas invalida, informe de 6 a 10." to ws-msn
               when ws-man-tabela = "R" and
                    (ws-man-item < 4 or ws-man-item > 6)
                   move "Faixa invalida, informe 4 (quadra), 5 (quina) ou 6 (sena)." to ws-msn
               when ws-man-valor = zero
                   move "Informe o valor da nova versao." to ws-msn
               when function test-date-yyyymmdd (ws-man-vigencia) not = zero
                   move "Vigencia invalida, informe a data como AAAAMMDD." to ws-msn
               when ws-man-vigencia not > ws-data-atual
                   move "A vigencia tem que ser depois de hoje (o valor de hoje ja vale)." to ws-msn
               when ws-man-tabela = "P"
                   perform gravar-preco
               when other
                   perform gravar-premio
           end-evaluate
           .
       incluir-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescenta a versao do preco em precos.dat (criando o arquivo na
      *> primeira vez) e registra a inclusao no diario de auditoria
      *>------------------------------------------------------------------------
       gravar-preco section.
           open extend f-precos
           if ws-status-precos = "35" then
               open output f-precos
           end-if
           move spaces to reg-preco
           move ws-man-item to pc-quantidade
           move ws-man-valor to pc-valor
           move ws-man-vigencia to pc-vigencia
           move ws-operador to pc-usuario
           move ws-data-atual to pc-data-registro
           move spaces to ws-aud-depois
           move reg-preco to ws-aud-depois
           write reg-preco
           close f-precos
           move "precos.dat" to ws-aud-arquivo
           perform auditar-versao
           move spaces to ws-msn
           string "Preco de " ws-man-item " dezenas agendado a partir de "
                  ws-man-vigencia (7:2) "/" ws-man-vigencia (5:2) "/"
                  ws-man-vigencia (1:4) "."
               delimited by size into ws-msn
           end-string
           move zero to ws-man-valor
           move zero to ws-man-vigencia
           .
       gravar-preco-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescenta a versao do premio em premios.dat (criando o arquivo na
      *> primeira vez) e registra a inclusao no diario de auditoria
      *>------------------------------------------------------------------------
       gravar-premio section.
           open extend f-premios
           if ws-status-premios = "35" then
               open output f-premios
           end-if
           move spaces to reg-premio
           move ws-man-item to pv-faixa
           move ws-man-valor to pv-valor
           move ws-man-vigencia to pv-vigencia
           move ws-operador to pv-usuario
           move ws-data-atual to pv-data-registro
           move spaces to ws-aud-depois
           move reg-premio to ws-aud-depois
           write reg-premio
           close f-premios
           move "premios.dat" to ws-aud-arquivo
           perform auditar-versao
           move spaces to ws-msn
           string "Premio da faixa " ws-man-item (2:1) " agendado a partir de "
                  ws-man-vigencia (7:2) "/" ws-man-vigencia (5:2) "/"
                  ws-man-vigencia (1:4) "."
               delimited by size into ws-msn
           end-string
           move zero to ws-man-valor
           move zero to ws-man-vigencia
           .
       gravar-premio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra no diario de auditoria a versao incluida: chave com o item
      *> e a vigencia, sem imagem de antes (a versao anterior continua no
      *> arquivo)
      *>------------------------------------------------------------------------
       auditar-versao section.
           move spaces to ws-aud-chave
           string ws-man-item " " ws-man-vigencia
               delimited by size into ws-aud-chave
           end-string
           move spaces to ws-aud-antes
           call "gravarauditoria" using ws-aud-programa, ws-aud-arquivo,
                                        ws-aud-operacao, ws-aud-chave,
                                        ws-aud-antes, ws-aud-depois
           .
       auditar-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lista as versoes da tabela escolhida (as duas, sem tabela informada)
      *> na ordem em que foram lancadas
      *>------------------------------------------------------------------------
       listar-versoes section.
           display erase
           if ws-man-tabela not = "R" then
               perform listar-precos
           end-if
           if ws-man-tabela not = "P" then
               perform listar-premios
           end-if
           display "Aperte enter para voltar."
           accept ws-aux
           .
       listar-versoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Versoes de precos.dat
      *>------------------------------------------------------------------------
       listar-precos section.
           display "===== Precos da aposta (precos.dat) ====="
           display "Dezenas           Valor   Vigencia   Lancado por          Em"
           move zero to ws-qtd-listados
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
                       add 1 to ws-qtd-listados
                       move pc-vigencia to ws-lin-vigencia
                       move pc-data-registro to ws-lin-registro
                       perform editar-datas
                       move pc-valor to ws-valor-edit
                       display "     " pc-quantidade "  " ws-valor-edit "  "
                               ws-vigencia-edit " " pc-usuario " "
                               ws-registro-edit
               end-read
           end-perform
           if ws-status-precos not = "35" then
               close f-precos
           end-if
           display "Versoes de precos: " ws-qtd-listados
           display " "
           .
       listar-precos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Versoes de premios.dat
      *>------------------------------------------------------------------------
       listar-premios section.
           display "===== Premios por faixa (premios.dat) ====="
           display "Faixa             Valor   Vigencia   Lancado por          Em"
           move zero to ws-qtd-listados
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
                       add 1 to ws-qtd-listados
                       move pv-vigencia to ws-lin-vigencia
                       move pv-data-registro to ws-lin-registro
                       perform editar-datas
                       move pv-valor to ws-valor-edit
                       display "      " pv-faixa "  " ws-valor-edit "  "
                               ws-vigencia-edit " " pv-usuario " "
                               ws-registro-edit
               end-read
           end-perform
           if ws-status-premios not = "35" then
               close f-premios
           end-if
           display "Versoes de premios: " ws-qtd-listados
           display " "
           .
       listar-premios-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Vigencia e registro da linha lida em DD/MM/AAAA. Linha antiga, sem
      *> essa parte, vale desde sempre
      *>------------------------------------------------------------------------
       editar-datas section.
           if ws-lin-vigencia not numeric or ws-lin-vigencia = "00000000" then
               move "INICIAL" to ws-vigencia-edit
           else
               move spaces to ws-vigencia-edit
               string ws-lin-vigencia (7:2) "/" ws-lin-vigencia (5:2) "/"
                      ws-lin-vigencia (1:4)
                   delimited by size into ws-vigencia-edit
               end-string
           end-if
           if ws-lin-registro not numeric or ws-lin-registro = "00000000" then
               move "-" to ws-registro-edit
           else
               move spaces to ws-registro-edit
               string ws-lin-registro (7:2) "/" ws-lin-registro (5:2) "/"
                      ws-lin-registro (1:4)
                   delimited by size into ws-registro-edit
               end-string
           end-if
           .
       editar-datas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalizacao Normal
      *>------------------------------------------------------------------------
       finaliza section.
           stop run
           .
       finaliza-exit.
           exit.
