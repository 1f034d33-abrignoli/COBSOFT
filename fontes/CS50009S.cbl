            03 ws-total-saidas                     pic 9(10)v9(02).
            03 ws-alem-entradas                    pic 9(10)v9(02).
            03 ws-alem-saidas                      pic 9(10)v9(02).
            03 ws-total-descontado                 pic 9(10)v9(02).
            03 ws-total-descontado-x               pic ---.---.--9,99.

       01   ws-tabela-semanas.
            03 ws-semana                           occurs 8 times.
            move zeros                             to ws-total-saidas
            move zeros                             to ws-alem-entradas
            move zeros                             to ws-alem-saidas
            move zeros                             to ws-total-descontado

            set  ws-detalhar-titulos               to false
            if   lnk-execucao-foreground
            move ws-linha-fluxo                      to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-total-descontado greater zeros
                 move spaces                         to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move ws-total-descontado            to ws-total-descontado-x
                 move spaces                         to rl-linha-relatorio
                 string "TITULOS DESCONTADOS NO BANCO (FORA DAS ENTRADAS - COOBRIGACAO): "
                        ws-total-descontado-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            perform 9000-fechar-relatorio

       exit.
                           move f02600-data-vencimento to ws-data-inv
                           perform 9000-semana-vencimento

      *>                   Descontado: o banco já antecipou o valor; só
      *>                   fica a coobrigação até o sacado pagar
                           if   f02600-titulo-descontado
                                add ws-saldo-titulo  to ws-total-descontado
                           else
                                if   ws-ix-semana greater zeros
                                     add ws-saldo-titulo  to ws-sem-entradas(ws-ix-semana)
                                else
                                     add ws-saldo-titulo  to ws-alem-entradas
                                end-if
                           end-if

                           if   ws-detalhar-titulos
       2200-detalhe-receber section.

            initialize                               ws-linha-detalhe
            if   f02600-titulo-descontado
                 move "DESCONT"                      to ws-dt-tipo
            else
                 move "RECEBER"                      to ws-dt-tipo
            end-if
            perform 9000-rotulo-semana
            move f02600-cd-cliente                   to ws-dt-parceiro
            move f02600-numero-documento             to ws-dt-documento
