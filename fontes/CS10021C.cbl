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

            move f04300-controle-versao            to ws-ver-carimbo-lido

            perform 8000-tela

            accept f-sigla at line 13 col 34 with update auto-skip
            move f-sigla                          to f04300-sigla
            move f-descricao-unidade              to f04300-descricao
            move f-id-status                        to f04300-id-status
            perform 9000-conferir-versao-pd04300
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd04300
            if   not ws-operacao-ok
                 string "Erro ao alterar unidade - " ws-resultado-acesso into ws-mensagem
            end-perform

            if   ws-operacao-ok
                 perform 9000-move-registros-frame
            end-if

       exit.
       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f04300-cd-unidade          to f-cd-unidade
            move f04300-sigla               to f-sigla
            move f04300-descricao   to f-descricao-unidade
            move f04300-id-status              to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

