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

            move f01700-controle-versao            to ws-ver-carimbo-lido

            perform 8000-tela

            perform until f-descricao-material <> spaces
            move f-peso-bruto                       to f01700-peso-bruto
            move f-peso-liquido                     to f01700-peso-liquido
            move f-id-status                        to f01700-id-status
            perform 9000-conferir-versao-pd01700
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd01700
            if   not ws-operacao-ok
                 string "Erro ao alterar material! - " ws-resultado-acesso into ws-mensagem
            end-perform

            if   ws-operacao-ok
                 perform 9000-move-registros-frame
            end-if

       exit.
       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f01700-cd-material           to f-cd-material
            move f01700-descricao-material    to f-descricao-material
            move f01700-descricao-abreviada   to f-descricao-abreviada
            move f01700-cd-categoria           to f-cd-categoria
            move f01700-ean                    to f-ean
            move f01700-ncm                    to f-ncm
            move f01700-data-inclusao          to f-data-inclusao
            move f01700-data-exclusao          to f-data-exclusao
            move f01700-unidade-medida         to f-unidade-medida
            move f01700-fator-conversao        to f-fator-conversao
            move f01700-peso-bruto             to f-peso-bruto
            move f01700-peso-liquido           to f-peso-liquido
            move f01700-id-status              to f-id-status
            perform 2400-ler-categoria

       exit.

      *>=================================================================================
      *> Leituras

