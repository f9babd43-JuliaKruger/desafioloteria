                   not at end
                       if ct-jogador = ws-jogador-atual then
                           add 1 to ws-qtd-lancamentos
      *> creditos: premio, deposito e estorno; o resto e debito (inclusive
      *> o imposto retido sobre o premio)
                           if ct-tipo = "C" or ct-tipo = "E" or ct-tipo = "R" then
                               add ct-valor to ws-saldo
                           else
                               subtract ct-valor from ws-saldo
