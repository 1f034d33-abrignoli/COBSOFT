                     perform 2100-consulta
                when 03
                     perform 2100-manutencao
                     perform until not ws-versao-recarregar
                          set  ws-versao-recarregar to false
                          perform 2100-manutencao
                     end-perform
                when 04
                     perform 2100-exclusao
                when 05
                 perform 9000-move-registros-frame
            end-if

            move f01500-controle-versao            to ws-ver-carimbo-lido

            move f01500-razao-social               to ws-razao-anterior
            move f01500-email                      to ws-email-anterior


            if   ws-mensagem-opcao-sim
                 perform 9000-move-registros-arquivo
                 perform 9000-conferir-versao-pd01500
                 if   ws-versao-alterada
                      perform 9000-move-registros-frame
                      perform 9000-alteracao-concorrente
                      if   not ws-versao-recarregar
                           perform 8000-limpa-tela
                      end-if
                      exit section
                 end-if

                 perform 9000-regravar-pd01500

                 if   not ws-operacao-ok
                 perform 9000-mensagem

                 if   ws-mensagem-opcao-sim
                      perform 9000-excluir-pd01500
                      if   ws-operacao-ok
                           perform 2410-montar-auditoria-base
                           move "E"                 to lk-aud-tipo-operacao
