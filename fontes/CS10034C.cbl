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

            move f07400-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-dados

            move f-tipo-dia                         to f07400-tipo-dia
            move f-ds-calendario                    to f07400-ds-calendario
            perform 9000-conferir-versao-pd07400
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd07400
            if   not ws-operacao-ok
                 string "Erro ao alterar calendário - " ws-resultado-acesso into ws-mensagem
                 exit section
            end-if

            perform 9000-excluir-pd07400
            if   not ws-operacao-ok
                 string "Erro ao excluir data do calendário - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 8000-tela

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f07400-tipo-dia                    to f-tipo-dia
            move f07400-ds-calendario               to f-ds-calendario

       exit.

      *>=================================================================================
      *> Leituras

