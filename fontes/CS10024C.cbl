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

            move f05500-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-dados

            accept f-id-status at line 23 col 34 with update auto-skip
            move f-dia-fixo                         to f05500-dia-fixo
            move f-perc-entrada                     to f05500-perc-entrada
            move f-id-status                        to f05500-id-status
            perform 9000-conferir-versao-pd05500
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd05500
            if   not ws-operacao-ok
                 string "Erro ao alterar condição - " ws-resultado-acesso into ws-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 8000-tela

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f05500-ds-condicao                 to f-ds-condicao
            move f05500-nr-parcelas                 to f-nr-parcelas
            move f05500-intervalo-dias              to f-intervalo-dias
            move f05500-dia-fixo                    to f-dia-fixo
            move f05500-perc-entrada                to f-perc-entrada
            move f05500-id-status                   to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

