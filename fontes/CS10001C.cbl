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
                 move f-id-status                  to ws-id-status-anterior
            end-if

            move f00700-controle-versao            to ws-ver-carimbo-lido

            perform until exit
                 accept f-razao-social at line 13 col 34 with update auto-skip
                 

            if   ws-mensagem-opcao-sim
                 perform 9000-move-registros-arquivo
                 perform 9000-conferir-versao-pd00700
                 if   ws-versao-alterada
                      perform 9000-move-registros-frame
                      perform 9000-alteracao-concorrente
                      if   not ws-versao-recarregar
                           perform 8000-limpa-tela
                      end-if
                      exit section
                 end-if

                 perform 9000-regravar-pd00700

                 if   not ws-operacao-ok
                 perform 9000-mensagem 
                 
                 if   ws-mensagem-opcao-sim
                      perform 9000-excluir-pd00700
                 end-if
                 
                 perform 8000-controle-frame
