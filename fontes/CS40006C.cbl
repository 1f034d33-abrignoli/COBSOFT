            03 ws-valor-alcada-aprovador           pic 9(11)v9(02).
            03 ws-id-alcada                        pic x(01).
               88 ws-alcada-cadastrada                 value "S" false "N".
            03 ws-valor-pedido-x                   pic z.zzz.zzz.zz9,99.

      *> Mesmo leiaute de lk-delegacao em CS00151S
       01   lk-delegacao.
            03 lk-dlg-funcao                       pic x(01).
               88 lk-dlg-verificar                     value "V".
               88 lk-dlg-registrar-uso                 value "R".
            03 lk-dlg-tipo                         pic x(01).
               88 lk-dlg-compras                       value "C".
               88 lk-dlg-preco                         value "P".
               88 lk-dlg-supervisor                    value "S".
            03 lk-dlg-id-usuario-substituto        pic x(11).
            03 lk-dlg-valor                        pic 9(11)v9(02).
            03 lk-dlg-referencia                   pic x(60).
            03 lk-dlg-id-retorno                   pic x(01).
               88 lk-dlg-encontrada                    value "S" false "N".
            03 lk-dlg-nr-delegacao                 pic 9(06).
            03 lk-dlg-id-usuario-titular           pic x(11).
            03 lk-dlg-valor-limite                 pic 9(11)v9(02).

      *>=================================================================================
       linkage section.

      *>=================================================================================
      *> Aprovação: o aprovador precisa ter alçada cadastrada suficiente
      *> para o valor do pedido (ou ser login master). Sem alçada
      *> própria suficiente, vale a delegação vigente de outro aprovador
      *> (pd19900). Fica registrado quem aprovou e, por delegação, em
      *> nome de quem.
       2100-aprovar-pedido section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            initialize                             lk-delegacao

            if   not lnk-login-master
                 perform 2300-alcada-do-aprovador
                 if   not ws-alcada-cadastrada
                 or   ws-valor-alcada-aprovador less f03000-valor-total
                      perform 2310-alcada-por-delegacao
                      if   not lk-dlg-encontrada
                           move "Sua alçada não cobre o valor do pedido!" to ws-mensagem
                           perform 9000-mensagem
                           exit section
                      end-if
                 end-if
            end-if

            if   lk-dlg-encontrada
                 string "Aprovação por delegação em nome de " lk-dlg-id-usuario-titular
                        " - confirma? [S/N]" into ws-mensagem
            else
                 move "Confirma a aprovação do pedido? [S/N]" to ws-mensagem
            end-if
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section

            set  f03000-pedido-emitido             to true
            move lnk-id-usuario                    to f03000-id-usuario-aprovacao
            move lk-dlg-id-usuario-titular         to f03000-id-usuario-aprovacao-titular
            perform 9000-regravar-pd03000
            if   not ws-operacao-ok
                 string "Erro ao aprovar pedido - " ws-resultado-acesso into ws-mensagem
                 exit section
            end-if

            if   lk-dlg-encontrada
                 move f03000-valor-total           to ws-valor-pedido-x
                 set  lk-dlg-registrar-uso         to true
                 string "PEDIDO DE COMPRA " f03000-nr-pedido " VALOR " ws-valor-pedido-x
                        into lk-dlg-referencia
                 call c-delegacao-alcadas using lnk-par lk-delegacao
                 cancel c-delegacao-alcadas
            end-if

            move "Pedido aprovado - liberado para recebimento!" to ws-mensagem
            perform 9000-mensagem


       exit.

      *>=================================================================================
       2310-alcada-por-delegacao section.

            initialize                             lk-delegacao
            set  lk-dlg-verificar                  to true
            set  lk-dlg-compras                    to true
            move lnk-id-usuario                    to lk-dlg-id-usuario-substituto
            move f03000-valor-total                to lk-dlg-valor
            call c-delegacao-alcadas using lnk-par lk-delegacao
            cancel c-delegacao-alcadas

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

