            03 f-descricao-categoria               pic x(55).
            03 f-ean                               pic 9(13).
            03 f-ncm                               pic 9(08).
            03 f-cd-class-trib                     pic x(06).
            03 f-data-inclusao                     pic 9(08).
            03 f-data-exclusao                     pic 9(08).
            03 f-unidade-medida                    pic x(10).
            03 line 21 col 34   pic 9(13) from f-ean.
            03 line 23 col 29   pic x(04) value "NCM:".
            03 line 23 col 34   pic 9(08) from f-ncm.
            03 line 23 col 51   pic x(11) value "cClassTrib:".
            03 line 23 col 63   pic x(06) from f-cd-class-trib.
            03 line 25 col 19   pic x(14) value "Data Inclusao:".
            03 line 25 col 34   pic 9(08) from f-data-inclusao.
            03 line 25 col 48   pic x(14) value "Data Exclusao:".
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

            accept f-ean at line 21 col 34 with update auto-skip
            accept f-ncm at line 23 col 34 with update auto-skip
            accept f-cd-class-trib at line 23 col 63 with update auto-skip

            accept ws-data-inv from date yyyymmdd
            move ws-data-inv                       to f-data-inclusao
            move f-cd-categoria                    to f01800-cd-categoria
            move f-ean                              to f01800-ean
            move f-ncm                              to f01800-ncm
            move f-cd-class-trib                    to f01800-cd-class-trib
            move f-data-inclusao                    to f01800-data-inclusao
            move f-unidade-medida                   to f01800-unidade-medida
            move f-fator-conversao                  to f01800-fator-conversao
                 exit section
            end-if

            move f01800-controle-versao            to ws-ver-carimbo-lido

            move f01800-descricao-produto          to ws-descricao-anterior
            move f01800-cd-categoria               to ws-categoria-anterior
            move f01800-aliquota-icms              to ws-aliquota-anterior

            accept f-ean at line 21 col 34 with update auto-skip
            accept f-ncm at line 23 col 34 with update auto-skip
            accept f-cd-class-trib at line 23 col 63 with update auto-skip
            accept f-unidade-medida at line 27 col 34 with update auto-skip
            accept f-fator-conversao at line 29 col 34 with update auto-skip
            accept f-cd-unidade-base at line 29 col 58 with update auto-skip
            move f-cd-categoria                    to f01800-cd-categoria
            move f-ean                              to f01800-ean
            move f-ncm                              to f01800-ncm
            move f-cd-class-trib                    to f01800-cd-class-trib
            move f-unidade-medida                   to f01800-unidade-medida
            move f-fator-conversao                  to f01800-fator-conversao
            move f-cd-unidade-base                  to f01800-cd-unidade-base
            move f-cfop                              to f01800-cfop
            move f-aliquota-icms                     to f01800-aliquota-icms
            move f-id-status                        to f01800-id-status
            perform 9000-conferir-versao-pd01800
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd01800
            if   not ws-operacao-ok
                 string "Erro ao alterar produto! - " ws-resultado-acesso into ws-mensagem
            end-perform

            if   ws-operacao-ok
                 perform 9000-move-registros-frame
            end-if

       exit.
       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f01800-cd-produto            to f-cd-produto
            move f01800-descricao-produto     to f-descricao-produto
            move f01800-descricao-abreviada   to f-descricao-abreviada
            move f01800-cd-categoria           to f-cd-categoria
            move f01800-ean                    to f-ean
            move f01800-ncm                    to f-ncm
            move f01800-cd-class-trib          to f-cd-class-trib
            move f01800-data-inclusao          to f-data-inclusao
            move f01800-data-exclusao          to f-data-exclusao
            move f01800-unidade-medida         to f-unidade-medida
            move f01800-fator-conversao        to f-fator-conversao
            move f01800-cd-unidade-base        to f-cd-unidade-base
            move f01800-cd-unidade-venda       to f-cd-unidade-venda
            move f01800-peso-bruto             to f-peso-bruto
            move f01800-peso-liquido           to f-peso-liquido
            move f01800-cst                    to f-cst
            move f01800-cfop                   to f-cfop
            move f01800-aliquota-icms          to f-aliquota-icms
            move f01800-id-status              to f-id-status
            perform 2400-ler-categoria

       exit.

      *>=================================================================================
      *> Leituras

