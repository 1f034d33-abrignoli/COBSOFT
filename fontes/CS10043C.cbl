                     perform 2100-incluir
                when 02
                     perform 2100-alterar
                     perform until not ws-versao-recarregar
                          set  ws-versao-recarregar to false
                          perform 2100-alterar
                     end-perform
                when 03
                     perform 2100-consulta
                when 04
                 exit section
            end-if

            move f13100-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-campos
            perform 2310-mover-campos

            perform 9000-conferir-versao-pd13100
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd13100
            if   not ws-operacao-ok
                 string "Erro ao alterar agendamento - " ws-resultado-acesso into ws-mensagem
