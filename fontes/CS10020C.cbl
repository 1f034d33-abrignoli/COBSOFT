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

            move f04200-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-dados

            accept f-id-status at line 19 col 34 with update auto-skip
            move f-id-direcao                       to f04200-id-direcao
            move f-id-aprovacao                     to f04200-id-aprovacao
            move f-id-status                        to f04200-id-status
            perform 9000-conferir-versao-pd04200
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd04200
            if   not ws-operacao-ok
                 string "Erro ao alterar motivo - " ws-resultado-acesso into ws-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 8000-tela

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f04200-ds-motivo                   to f-ds-motivo
            move f04200-id-direcao                  to f-id-direcao
            move f04200-id-aprovacao                to f-id-aprovacao
            move f04200-id-status                   to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

