      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "depositosaque".
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
      *> recibos do balcao: cada deposito ou saque gera um recibo legivel
      *> acrescentado aqui, para imprimir e entregar ao jogador
           select f-recibos assign to "recibos.dat"
               organization is line sequential
               file status is ws-status-recibos.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  f-recibos.
       01 reg-recibo                                pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-recibos                         pic x(02).
       77 ws-data-atual                             pic 9(08).
       77 ws-hora-atual                             pic 9(08).
       77 ws-msn                                    pic x(80).
       77 ws-aux                                    pic x(01).
       77 ws-bal-acao                               pic x(01).
       77 ws-bal-jogador                            pic x(15).
       77 ws-bal-valor                              pic 9(09)v99.
      *> saldo so aparece na tela (consulta ou depois da operacao)
       77 ws-bal-saldo                              pic s9(13)v99.
       77 ws-bal-operacao                           pic x(08).
       77 ws-valor-edit                             pic z(12)9,99.
       77 ws-saldo-edit                             pic -(12)9,99.
       77 ws-rec-ind                                pic 9(02).
       01 ws-recibo-tab.
           05 ws-recibo-linha                       pic x(80) occurs 8 times.
      *> situacao do jogador no cadastro (validarjogador)
       77 ws-jogador-situacao                       pic x(01).
       77 ws-jogador-msn                            pic x(80).
      *> parametros do verificarsaldo (consulta do saldo pre-pago)
       77 ws-saldo-programa                         pic x(20) value "depositosaque".
       77 ws-saldo-operacao                         pic x(01) value "C".
       77 ws-saldo-situacao                         pic x(01).
       77 ws-saldo-msn                              pic x(80).
       77 ws-saldo-valor                            pic 9(13)v99.
      *> parametros do contacorrente
       77 ws-conta-tipo                             pic x(01).
       77 ws-conta-valor                            pic 9(13)v99.
       77 ws-conta-historico                        pic x(40).


      *>----Declaracao de tela
       screen section.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela do balcao: deposito e saque no saldo pre-pago do jogador
       01 sc-tela-balcao.
           05 blank screen.
           05 line 01 col 01 value "            Balcao - deposito e saque                                           "
           foreground-color 12.
           05 line 03 col 01 value "==============================================================================  ".
           05 line 04 col 01 value "= Acao (D=Deposito S=Saque C=Consultar saldo X=Sair):  [ ]                   =  ".
           05 line 05 col 01 value "= Jogador (ID):   [               ]                                          =  ".
           05 line 06 col 01 value "= Valor:          [            ]                                             =  ".
           05 line 07 col 01 value "= Saldo:          [                ]                                         =  ".
           05 line 08 col 01 value "==============================================================================  ".

           05 sc-bal-acao       line 04 col 57 pic x(01)
           using ws-bal-acao foreground-color 12.
           05 sc-bal-jogador    line 05 col 20 pic x(15)
           using ws-bal-jogador foreground-color 12.
           05 sc-bal-valor      line 06 col 20 pic z(08)9,99
           using ws-bal-valor foreground-color 12.
           05 sc-bal-saldo      line 07 col 20 pic -(12)9,99
           from ws-bal-saldo foreground-color 11.
           05 sc-bal-msn        line 02 col 03 pic x(80)
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
           move space to ws-bal-acao
           move spaces to ws-msn
           move spaces to ws-bal-jogador
           move zero to ws-bal-valor
           move zero to ws-bal-saldo
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tela do balcao: repete ate o operador escolher X
      *>------------------------------------------------------------------------
       processamento section.
           perform until ws-bal-acao = "x" or ws-bal-acao = "X"
               display sc-tela-balcao
               accept sc-tela-balcao
               move spaces to ws-msn
               evaluate ws-bal-acao
                   when "d"
                   when "D"
                       perform depositar
                   when "s"
                   when "S"
                       perform sacar
                   when "c"
                   when "C"
                       perform consultar-saldo
                   when "x"
                   when "X"
                       continue
                   when other
                       move "Acao invalida, informe D, S, C ou X." to ws-msn
               end-evaluate
               if ws-bal-acao not = "x" and ws-bal-acao not = "X" then
                   move space to ws-bal-acao
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Deposito: so para jogador cadastrado e ativo
      *>------------------------------------------------------------------------
       depositar section.
           call "validarjogador" using ws-bal-jogador
                                       ws-jogador-situacao
                                       ws-jogador-msn
           evaluate true
               when ws-jogador-situacao not = "A"
                   move ws-jogador-msn to ws-msn
               when ws-bal-valor = zero
                   move "Informe o valor do deposito." to ws-msn
               when other
                   move "E" to ws-conta-tipo
                   move "Deposito no balcao" to ws-conta-historico
                   move "DEPOSITO" to ws-bal-operacao
                   perform lancar-e-emitir-recibo
                   move "Deposito lancado, recibo emitido." to ws-msn
           end-evaluate
           .
       depositar-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Saque: limitado ao saldo do jogador. Jogador bloqueado tambem pode
      *> sacar o que sobrou na conta
      *>------------------------------------------------------------------------
       sacar section.
           call "validarjogador" using ws-bal-jogador
                                       ws-jogador-situacao
                                       ws-jogador-msn
           if ws-jogador-situacao not = "N" then
               perform buscar-saldo
           end-if
           evaluate true
               when ws-jogador-situacao = "N"
                   move ws-jogador-msn to ws-msn
               when ws-bal-valor = zero
                   move "Informe o valor do saque." to ws-msn
               when ws-bal-valor > ws-bal-saldo
                   move "Saldo insuficiente para o saque." to ws-msn
               when other
                   move "S" to ws-conta-tipo
                   move "Saque no balcao" to ws-conta-historico
                   move "SAQUE" to ws-bal-operacao
                   perform lancar-e-emitir-recibo
                   move "Saque lancado, recibo emitido." to ws-msn
           end-evaluate
           .
       sacar-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Consulta o saldo do jogador sem lancar nada
      *>------------------------------------------------------------------------
       consultar-saldo section.
           call "validarjogador" using ws-bal-jogador
                                       ws-jogador-situacao
                                       ws-jogador-msn
           if ws-jogador-situacao = "N" then
               move ws-jogador-msn to ws-msn
               move zero to ws-bal-saldo
           else
               perform buscar-saldo
               move "Saldo consultado." to ws-msn
           end-if
           .
       consultar-saldo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Saldo pre-pago atual do jogador (verificarsaldo, so consulta)
      *>------------------------------------------------------------------------
       buscar-saldo section.
           move zero to ws-saldo-valor
           call "verificarsaldo" using ws-saldo-programa
                                       ws-bal-jogador
                                       ws-saldo-valor
                                       ws-saldo-operacao
                                       ws-saldo-situacao
                                       ws-bal-saldo
                                       ws-saldo-msn
           .
       buscar-saldo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lanca o movimento na conta corrente, recalcula o saldo e emite o
      *> recibo (gravado em recibos.dat e mostrado na tela)
      *>------------------------------------------------------------------------
       lancar-e-emitir-recibo section.
           move ws-bal-valor to ws-conta-valor
           call "contacorrente" using ws-bal-jogador, ws-conta-tipo,
                                      ws-conta-valor, ws-conta-historico
           perform buscar-saldo
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           initialize ws-recibo-tab
           move "=================== RECIBO - BALCAO DESAFIO LOTERIA ===================" to ws-recibo-linha (1)
           string "Data: " ws-data-atual (7:2) "/" ws-data-atual (5:2) "/"
                  ws-data-atual (1:4) "   Hora: " ws-hora-atual (1:2) ":"
                  ws-hora-atual (3:2) ":" ws-hora-atual (5:2)
               delimited by size into ws-recibo-linha (2)
           end-string
           string "Jogador: " ws-bal-jogador
               delimited by size into ws-recibo-linha (3)
           end-string
           move ws-bal-valor to ws-valor-edit
           string "Operacao: " ws-bal-operacao "   Valor: R$" ws-valor-edit
               delimited by size into ws-recibo-linha (4)
           end-string
           move ws-bal-saldo to ws-saldo-edit
           string "Saldo apos a operacao: R$" ws-saldo-edit
               delimited by size into ws-recibo-linha (5)
           end-string
           move " " to ws-recibo-linha (6)
           move "Assinatura do jogador: ______________________________" to ws-recibo-linha (7)
           move "=======================================================================" to ws-recibo-linha (8)
           open extend f-recibos
           if ws-status-recibos = "35" then
               open output f-recibos
           end-if
           display erase
           perform varying ws-rec-ind from 1 by 1 until ws-rec-ind > 8
               move ws-recibo-linha (ws-rec-ind) to reg-recibo
               write reg-recibo
               display ws-recibo-linha (ws-rec-ind)
           end-perform
           move spaces to reg-recibo
           write reg-recibo
           close f-recibos
           display "Recibo gravado em recibos.dat. Aperte enter para voltar."
           accept ws-aux
           move zero to ws-bal-valor
           .
       lancar-e-emitir-recibo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalizacao Normal
      *>------------------------------------------------------------------------
       finaliza section.
           stop run
           .
       finaliza-exit.
           exit.
