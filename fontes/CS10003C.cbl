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
            else
                 perform 9000-move-registros-frame
            end-if               

            move f00300-controle-versao            to ws-ver-carimbo-lido
            
            perform until exit
                 accept f-nome-estado at line 17 col 34 with update auto-skip
                 move f-sigla-estado               to f00300-sigla-estado
                 move f00200-id-pais               to f00300-id-pais           
                      
                 perform 9000-conferir-versao-pd00300
                 if   ws-versao-alterada
                      perform 9000-move-registros-frame
                      perform 9000-alteracao-concorrente
                      if   not ws-versao-recarregar
                           perform 8000-limpa-tela
                      end-if
                      exit section
                 end-if

                 perform 9000-regravar-pd00300
                      
                 if   not ws-operacao-ok
                      perform 9000-mensagem 
                 
                      if   ws-mensagem-opcao-sim
                           perform 9000-excluir-pd00300
                      end-if
                 end-if
                 
