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

            move f01600-controle-versao            to ws-ver-carimbo-lido

            perform 8000-tela

            perform until f-descricao-categoria <> spaces

            move f-descricao-categoria              to f01600-descricao-categoria
            move f-id-status                        to f01600-id-status
            perform 9000-conferir-versao-pd01600
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd01600
            if   not ws-operacao-ok
                 string "Erro ao alterar categoria - " ws-resultado-acesso into ws-mensagem
            end-perform

            if   ws-operacao-ok
                 perform 9000-move-registros-frame
            end-if

       exit.
       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f01600-cd-categoria          to f-cd-categoria
            move f01600-descricao-categoria   to f-descricao-categoria
            move f01600-id-status              to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

