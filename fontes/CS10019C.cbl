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
                 exit section
            end-if

            move f03200-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-dados

            set  ws-status-valido                   to false

            perform 9000-move-registros-arquivo
            move f-id-status                        to f03200-id-status
            perform 9000-conferir-versao-pd03200
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd03200
            if   not ws-operacao-ok
                 string "Erro ao alterar vínculo - " ws-resultado-acesso into ws-mensagem
