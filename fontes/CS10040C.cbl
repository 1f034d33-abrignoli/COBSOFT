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

            move f09300-controle-versao            to ws-ver-carimbo-lido

            accept f-ds-centro       at line 13 col 34 with update auto-skip
            accept f-id-responsavel  at line 15 col 34 with update auto-skip

            move f-ds-centro                       to f09300-ds-centro
            move f-id-responsavel                  to f09300-id-responsavel

            perform 9000-conferir-versao-pd09300
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd09300
            if   not ws-operacao-ok
                 string "Erro ao alterar centro - " ws-resultado-acesso into ws-mensagem
