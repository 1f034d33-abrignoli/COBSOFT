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

            move f05300-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-dados

            accept f-id-status at line 17 col 34 with update auto-skip
            move f-nome-vendedor                    to f05300-nome-vendedor
            move f-perc-comissao                    to f05300-perc-comissao
            move f-id-status                        to f05300-id-status
            perform 9000-conferir-versao-pd05300
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd05300
            if   not ws-operacao-ok
                 string "Erro ao alterar vendedor - " ws-resultado-acesso into ws-mensagem
            perform 9000-ler-pd05400-ran
            if   ws-operacao-ok
                 if   f-perc-categoria equal zeros
                      perform 9000-excluir-pd05400
                      move "Comissão diferenciada removida!" to ws-mensagem
                      perform 9000-mensagem
                 else
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 8000-tela

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f05300-nome-vendedor               to f-nome-vendedor
            move f05300-perc-comissao               to f-perc-comissao
            move f05300-id-status                   to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

