      $set sourceformat"free"
      *>----Divisao de identificacao do programa
       identification Division.
       program-id. "gravarauditoria".
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
      *> diario de auditoria dos cadastros (meusjogos.dat, bolao.dat,
      *> leaderboard.dat, jogadores.dat): uma linha por inclusao, alteracao
      *> ou exclusao, com o registro antes e depois, sempre acrescentada no
      *> final - quem consulta e o consultaauditoria
           select f-auditoria assign to "auditoria_cadastros.dat"
               organization is line sequential
               file status is ws-status-auditoria.
       i-o-control.


      *>----Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *> as imagens tem o tamanho do maior registro auditado (bolao.dat,
      *> 414 posicoes); registros menores ficam completados com brancos
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
       77 ws-data-atual                             pic 9(08).
       77 ws-hora-atual                             pic 9(08).
      *> operador: OPERADOR do ambiente ou, sem ele, o usuario do sistema
       77 ws-operador                               pic x(20).

      *>----Variaveis para comunicacao entre programas
       linkage section.

       77 lk-programa                               pic x(20).
       77 lk-arquivo                                pic x(20).
      *> "I" = inclusao, "A" = alteracao, "E" = exclusao
       77 lk-operacao                               pic x(01).
       77 lk-chave                                  pic x(20).
      *> imagem do registro antes (em branco na inclusao) e depois (em
      *> branco na exclusao)
       77 lk-antes                                  pic x(414).
       77 lk-depois                                 pic x(414).

      *>Declaracao do corpo do programa
       procedure division using lk-programa
                                lk-arquivo
                                lk-operacao
                                lk-chave
                                lk-antes
                                lk-depois.

           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Acrescenta a linha de auditoria (criando o arquivo na primeira vez)
      *>------------------------------------------------------------------------
       processamento section.
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
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           open extend f-auditoria
           if ws-status-auditoria = "35" then
               open output f-auditoria
           end-if
           move spaces to reg-auditoria
           move ws-data-atual to au-data
           move ws-hora-atual (1:6) to au-hora
           move lk-programa to au-programa
           move ws-operador to au-operador
           move lk-arquivo to au-arquivo
           move lk-operacao to au-operacao
           move lk-chave to au-chave
           move lk-antes to au-antes
           move lk-depois to au-depois
           write reg-auditoria
           close f-auditoria
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Saindo do programa e voltando para quem chamou
      *>------------------------------------------------------------------------
       finaliza section.
           exit program
           .
       finaliza-exit.
           exit.
