                     perform 2100-consulta
                when 03
                     perform 2100-manutencao
                     perform until not ws-versao-recarregar
                          set  ws-versao-recarregar to false
                          perform 2100-manutencao
                     end-perform
                when 04
                     perform 2100-inativar
                when 05
                 exit section
            end-if

            move f07600-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-dados

            accept f-id-status at line 25 col 34 with update auto-skip
            move f-cd-alvo                          to f07600-cd-alvo
            move f-prioridade                       to f07600-prioridade
            move f-id-status                        to f07600-id-status
            perform 9000-conferir-versao-pd07600
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd07600
            if   not ws-operacao-ok
                 string "Erro ao alterar aviso - " ws-resultado-acesso into ws-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 8000-tela

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f07600-texto-linha-1               to f-texto-linha-1
            move f07600-texto-linha-2               to f-texto-linha-2
            move f07600-data-inicio                 to f-data-inicio
            move f07600-data-fim                    to f-data-fim
            move f07600-tipo-alvo                   to f-tipo-alvo
            move f07600-cd-alvo                     to f-cd-alvo
            move f07600-prioridade                  to f-prioridade
            move f07600-id-status                   to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

