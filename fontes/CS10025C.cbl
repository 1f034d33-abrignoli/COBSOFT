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

            move f06200-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-dados

            accept f-id-status at line 19 col 34 with update auto-skip
            move f-id-tipo                          to f06200-id-tipo
            move f-perc-ajuste                      to f06200-perc-ajuste
            move f-id-status                        to f06200-id-status
            perform 9000-conferir-versao-pd06200
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd06200
            if   not ws-operacao-ok
                 string "Erro ao alterar tabela - " ws-resultado-acesso into ws-mensagem
            if   ws-operacao-ok
                 if   f-vl-unitario equal zeros
                 and  f-perc-desconto equal zeros
                      perform 9000-excluir-pd06300
                      move "Faixa removida da tabela!" to ws-mensagem
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

            move f06200-ds-tabela                   to f-ds-tabela
            move f06200-id-tipo                     to f-id-tipo
            move f06200-perc-ajuste                 to f-perc-ajuste
            move f06200-id-status                   to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

