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

            move f10600-controle-versao            to ws-ver-carimbo-lido

            accept f-perc-limite at line 15 col 34 with update auto-skip
            move f-perc-limite                     to f10600-perc-limite

            perform 9000-conferir-versao-pd10600
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd10600
            if   not ws-operacao-ok
                 string "Erro ao alterar limite - " ws-resultado-acesso into ws-mensagem
                 string "DATA " f10700-data-liberacao
                        " OPER " f10700-id-usuario-operador
                        " SUPERV " f10700-id-usuario-supervisor
                        " EM NOME DE " f10700-id-usuario-titular
                        " PROD " f10700-cd-produto
                        " TIPO " f10700-tipo-violacao
                        " PERC " f10700-perc-violado
