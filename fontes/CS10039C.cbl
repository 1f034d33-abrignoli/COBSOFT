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

            move f09100-controle-versao            to ws-ver-carimbo-lido

            accept f-ds-conta at line 13 col 34 with update auto-skip
            perform until f-tipo-conta equal "R" or "D" or "C" or "G" or "O"
                 accept f-tipo-conta at line 15 col 34 with update auto-skip
            move f-ds-conta                        to f09100-ds-conta
            move f-tipo-conta                      to f09100-tipo-conta

            perform 9000-conferir-versao-pd09100
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd09100
            if   not ws-operacao-ok
                 string "Erro ao alterar conta - " ws-resultado-acesso into ws-mensagem
