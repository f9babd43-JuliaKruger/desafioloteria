      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "calendarioconcursos".
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
      *> calendario dos concursos: data do sorteio e limite (data e hora)
      *> para apostar em cada concurso. Mantido aqui pelo escritorio e
      *> avancado pelo importarresultados conforme os resultados chegam
           select f-calendario assign to "calendario.dat"
               organization is indexed
               access mode is dynamic
               record key is cl-concurso
               file status is ws-status-calendario.
      *> apostas ja registradas (e cobradas) contra concursos futuros: um
      *> concurso com aposta pendente nao pode sair do calendario
           select f-pendentes assign to "apostas_pendentes.dat"
               organization is line sequential
               file status is ws-status-pendentes.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *> situacao: "A" = aberto (aguardando sorteio), "R" = resultado ja
      *> importado. Aposta e cancelamento so ate a data/hora limite
       fd  f-calendario.
       01 reg-calendario.
           05 cl-concurso                           pic 9(06).
           05 cl-data-sorteio                       pic 9(08).
           05 cl-data-limite                        pic 9(08).
           05 cl-hora-limite                        pic 9(04).
           05 cl-situacao                           pic x(01).

      *> mesmo layout gravado pelo apostaconcurso
       fd  f-pendentes.
       01 reg-pendente.
           05 ap-concurso                           pic 9(06).
           05 ap-jogador                            pic x(15).
           05 ap-quantidade                         pic 9(02).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-cobranca.
               10 ap-data-registro                  pic 9(08).
               10 ap-valor                          pic 9(09)v99.

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-status-calendario                      pic x(02).
       77 ws-fim-arquivo                            pic x(01).
       77 ws-status-pendentes                       pic x(02).
       77 ws-qtd-pendentes                          pic 9(06).
      *> acao (CALENDARIO_ACAO): LISTAR (padrao), INCLUIR, ALTERAR, EXCLUIR
       77 ws-acao                                   pic x(10).
       77 ws-concurso                               pic 9(06).
       77 ws-data-sorteio                           pic 9(08).
       77 ws-data-limite                            pic 9(08).
       77 ws-hora-limite                            pic 9(04).
      *> hora limite padrao: 19h, como nas lotericas
       77 ws-hora-limite-padrao                     pic 9(04) value 1900.
       77 ws-qtd-listados                           pic 9(06).
       77 ws-situacao-edit                          pic x(10).
      *>----Controle de uso dos arquivos (controlearquivos): inclusao,
      *>----alteracao e exclusao regravam o calendario, entao pedem uso
      *>----exclusivo (o importarresultados tambem o regrava); a listagem so
      *>----le e convive com as apostas, em modo compartilhado. A exclusao
      *>----trava tambem as pendentes, para ninguem apostar no concurso entre
      *>----a conferencia das apostas e a exclusao
       77 ws-trava-programa                         pic x(20) value "calendarioconcursos".
       77 ws-trava-acao                             pic x(01).
       77 ws-trava-modo                             pic x(01).
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
      *> Le do ambiente a acao e os dados do concurso e abre o calendario,
      *> criando o arquivo vazio na primeira vez
      *>------------------------------------------------------------------------
       inicializa section.
           accept ws-acao from environment "CALENDARIO_ACAO"
           on exception move "LISTAR" to ws-acao
           end-accept
           if ws-acao = spaces then
               move "LISTAR" to ws-acao
           end-if
           accept ws-concurso from environment "CALENDARIO_CONCURSO"
           on exception move zero to ws-concurso
           end-accept
           accept ws-data-sorteio from environment "CALENDARIO_DATA_SORTEIO"
           on exception move zero to ws-data-sorteio
           end-accept
           accept ws-data-limite from environment "CALENDARIO_DATA_LIMITE"
           on exception move zero to ws-data-limite
           end-accept
           accept ws-hora-limite from environment "CALENDARIO_HORA_LIMITE"
           on exception move zero to ws-hora-limite
           end-accept
           perform obter-travas
           if ws-trava-situacao = "S" then
               open i-o f-calendario
               if ws-status-calendario = "35" then
                   open output f-calendario
                   close f-calendario
                   open i-o f-calendario
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento por acao
      *>------------------------------------------------------------------------
       processamento section.
           if ws-trava-situacao = "S" then
               evaluate ws-acao
                   when "INCLUIR"
                       perform incluir-concurso
                   when "ALTERAR"
                       perform alterar-concurso
                   when "EXCLUIR"
                       perform excluir-concurso
                   when other
                       perform listar-calendario
               end-evaluate
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trava calendario.dat: exclusivo para incluir, alterar ou excluir,
      *> esperando ate TRAVA_ESPERA segundos (zero = recusa na hora) pelas
      *> execucoes que estiverem usando o arquivo; compartilhado, sem
      *> espera, para listar. Na exclusao trava tambem apostas_pendentes.dat
      *>------------------------------------------------------------------------
       obter-travas section.
           move "O" to ws-trava-acao
           if ws-acao = "INCLUIR" or ws-acao = "ALTERAR" or ws-acao = "EXCLUIR" then
               move "X" to ws-trava-modo
               accept ws-trava-espera from environment "TRAVA_ESPERA"
               on exception move zero to ws-trava-espera
               end-accept
           else
               move "C" to ws-trava-modo
               move zero to ws-trava-espera
           end-if
           initialize ws-trava-arquivos
           move "calendario.dat" to ws-trava-arquivo (1)
           if ws-acao = "EXCLUIR" then
               move "apostas_pendentes.dat" to ws-trava-arquivo (2)
           end-if
           call "controlearquivos" using ws-trava-programa, ws-trava-acao,
                                         ws-trava-modo, ws-trava-arquivos,
                                         ws-trava-espera, ws-trava-sessao,
                                         ws-trava-situacao, ws-trava-msn
           if ws-trava-situacao not = "S" then
               display "Calendario em uso no momento, volte mais tarde: " ws-trava-msn
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
      *> Inclui um concurso no calendario. Sem data limite, vale o proprio
      *> dia do sorteio; sem hora limite, a hora padrao
      *>------------------------------------------------------------------------
       incluir-concurso section.
           if ws-concurso = zero or ws-data-sorteio = zero then
               display "Informe CALENDARIO_CONCURSO e CALENDARIO_DATA_SORTEIO (AAAAMMDD)."
               move 4 to return-code
           else
               move spaces to reg-calendario
               move ws-concurso to cl-concurso
               move ws-data-sorteio to cl-data-sorteio
               if ws-data-limite = zero then
                   move ws-data-sorteio to cl-data-limite
               else
                   move ws-data-limite to cl-data-limite
               end-if
               if ws-hora-limite = zero then
                   move ws-hora-limite-padrao to cl-hora-limite
               else
                   move ws-hora-limite to cl-hora-limite
               end-if
               move "A" to cl-situacao
               if cl-data-limite > cl-data-sorteio then
                   display "Data limite depois do sorteio, concurso nao incluido."
                   move 4 to return-code
               else
                   write reg-calendario
                       invalid key
                           display "Concurso " ws-concurso " ja esta no calendario."
                           move 4 to return-code
                       not invalid key
                           display "Concurso " ws-concurso " incluido no calendario."
                           perform exibir-concurso
                   end-write
               end-if
           end-if
           .
       incluir-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Altera data do sorteio e/ou limite de um concurso ainda aberto;
      *> campo nao informado mantem o que estava
      *>------------------------------------------------------------------------
       alterar-concurso section.
           move ws-concurso to cl-concurso
           read f-calendario
               invalid key
                   display "Concurso " ws-concurso " nao esta no calendario."
                   move 4 to return-code
               not invalid key
                   if cl-situacao = "R" then
                       display "Concurso " ws-concurso " ja tem resultado, nao pode ser alterado."
                       move 4 to return-code
                   else
                       if ws-data-sorteio not = zero then
                           move ws-data-sorteio to cl-data-sorteio
                       end-if
                       if ws-data-limite not = zero then
                           move ws-data-limite to cl-data-limite
                       end-if
                       if ws-hora-limite not = zero then
                           move ws-hora-limite to cl-hora-limite
                       end-if
                       if cl-data-limite > cl-data-sorteio then
                           display "Data limite depois do sorteio, concurso nao alterado."
                           move 4 to return-code
                       else
                           rewrite reg-calendario
                           display "Concurso " ws-concurso " alterado."
                           perform exibir-concurso
                       end-if
                   end-if
           end-read
           .
       alterar-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Exclui um concurso do calendario (so se ainda nao tiver resultado e
      *> nao houver aposta pendente nele: essas ja foram cobradas e so saem
      *> pelo cancelamento no apostaconcurso ou pela liquidacao)
      *>------------------------------------------------------------------------
       excluir-concurso section.
           move ws-concurso to cl-concurso
           read f-calendario
               invalid key
                   display "Concurso " ws-concurso " nao esta no calendario."
                   move 4 to return-code
               not invalid key
                   if cl-situacao = "R" then
                       display "Concurso " ws-concurso " ja tem resultado, nao pode ser excluido."
                       move 4 to return-code
                   else
                       perform contar-pendentes-concurso
                       if ws-qtd-pendentes > zero then
                           display "Concurso " ws-concurso " tem " ws-qtd-pendentes
                                   " aposta(s) pendente(s), nao pode ser excluido."
                           display "Cancele as apostas (apostaconcurso CANCELAR) antes de excluir."
                           move 4 to return-code
                       else
                           delete f-calendario record
                           display "Concurso " ws-concurso " excluido do calendario."
                       end-if
                   end-if
           end-read
           .
       excluir-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conta as apostas pendentes registradas contra o concurso informado
      *>------------------------------------------------------------------------
       contar-pendentes-concurso section.
           move zero to ws-qtd-pendentes
           move "N" to ws-fim-arquivo
           open input f-pendentes
           if ws-status-pendentes = "35" then
               move "S" to ws-fim-arquivo
           end-if
           perform until ws-fim-arquivo = "S"
               read f-pendentes
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if ap-concurso = ws-concurso then
                           add 1 to ws-qtd-pendentes
                       end-if
               end-read
           end-perform
           if ws-status-pendentes not = "35" then
               close f-pendentes
           end-if
           .
       contar-pendentes-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lista o calendario em ordem de concurso
      *>------------------------------------------------------------------------
       listar-calendario section.
           display "===== Calendario de concursos ====="
           move zero to ws-qtd-listados
           move zero to cl-concurso
           start f-calendario key is not less than cl-concurso
               invalid key
                   move "S" to ws-fim-arquivo
               not invalid key
                   move "N" to ws-fim-arquivo
           end-start
           perform until ws-fim-arquivo = "S"
               read f-calendario next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-listados
                       perform exibir-concurso
               end-read
           end-perform
           display "Total de concursos no calendario: " ws-qtd-listados
           .
       listar-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostra o registro corrente do calendario
      *>------------------------------------------------------------------------
       exibir-concurso section.
           if cl-situacao = "R" then
               move "RESULTADO" to ws-situacao-edit
           else
               move "ABERTO" to ws-situacao-edit
           end-if
           display "Concurso " cl-concurso " sorteio " cl-data-sorteio
                   " apostas ate " cl-data-limite " " cl-hora-limite (1:2) ":"
                   cl-hora-limite (3:2) " " ws-situacao-edit
           .
       exibir-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalizacao Normal: goback para poder ser chamado pela cadeia.
      *> Devolve 8 quando o calendario estava em uso e nada foi feito
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-trava-situacao = "N" then
               move 8 to return-code
           else
               close f-calendario
           end-if
           perform liberar-travas
           goback
           .
       finaliza-exit.
           exit.
