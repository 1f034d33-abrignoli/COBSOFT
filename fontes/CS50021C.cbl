                          or f02600-cd-filial  <> lnk-cd-filial
                          or f02600-cd-cliente <> ws-cd-cliente

                 if  (f02600-titulo-aberto
                 or   f02600-titulo-vencido)
                 and  not f02600-titulo-descontado

                      add  1                        to ws-nr-titulos
                      compute ws-saldo-titulo =
      *> mesmo cliente - ficam fora da baixa
                 if  (f02600-titulo-aberto
                      or f02600-titulo-vencido)
                 and  not f02600-titulo-descontado
                 and  f02600-numero-documento not equal ws-numero-plano-novo

                      add  1                        to ws-nr-titulos
