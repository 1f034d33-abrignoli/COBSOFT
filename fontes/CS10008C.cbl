                      perform until not ws-operacao-ok
                           or f00900-id-usuario <> f-cpf
                           
                           perform 9000-excluir-pd00900
                             
                           perform 9000-ler-pd00900-nex
                      end-perform
                           move f-cd-filial                       to f00900-cd-filial
                           perform 9000-ler-pd00900-ran
                           if   ws-operacao-ok
                                perform 9000-excluir-pd00900
                           else
                                string "Usuário não vínculado à [" f-cd-empresa "." f-cd-filial "]!" into ws-mensagem
                                perform 9000-mensagem
                      perform 9000-mensagem
                      
                      if   ws-mensagem-opcao-sim
                           perform 9000-excluir-pd00900
                      end-if   
                 else
                      move "Confirma inclusão de registro? [S/N]" to ws-mensagem
