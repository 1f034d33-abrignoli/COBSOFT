            03 f-uf-destino                        pic x(02).
            03 f-aliq-interestadual                pic z9,99.
            03 f-aliq-interna-destino              pic z9,99.
            03 f-id-ie-substituto                  pic x(01).
            03 f-ds-status                         pic x(30).

      *>=================================================================================
            03 line 15 col 34   pic z9,99 from f-aliq-interestadual.
            03 line 17 col 09   pic x(24) value "Aliquota Interna Dest..:".
            03 line 17 col 34   pic z9,99 from f-aliq-interna-destino.
            03 line 19 col 09   pic x(24) value "IE Substituto Destino..:".
            03 line 19 col 34   pic x(01) from f-id-ie-substituto.
            03 line 21 col 26   pic x(07) value "Status:".
            03 line 21 col 34   pic x(30) from f-ds-status.

      *>=================================================================================
       procedure division using lnk-par.
                     perform 2100-incluir
                when 02
                     perform 2100-alterar
                     perform until not ws-versao-recarregar
                          set  ws-versao-recarregar to false
                          perform 2100-alterar
                     end-perform
                when 03
                     perform 2100-consulta
                when 04

            accept f-aliq-interestadual   at line 15 col 34 with update auto-skip
            accept f-aliq-interna-destino at line 17 col 34 with update auto-skip
            perform until f-id-ie-substituto equal "S" or "N"
                 accept f-id-ie-substituto at line 19 col 34 with update auto-skip
            end-perform

            initialize                             f08200-aliquota-uf
            move lnk-cd-empresa                    to f08200-cd-empresa
            move f-uf-destino                      to f08200-uf-destino
            move f-aliq-interestadual              to f08200-aliq-interestadual
            move f-aliq-interna-destino            to f08200-aliq-interna-destino
            move f-id-ie-substituto                to f08200-id-ie-substituto
            set  f08200-aliquota-ativa             to true

            perform 9000-gravar-pd08200
                 exit section
            end-if

            move f08200-controle-versao            to ws-ver-carimbo-lido

            accept f-aliq-interestadual   at line 15 col 34 with update auto-skip
            accept f-aliq-interna-destino at line 17 col 34 with update auto-skip
            perform until f-id-ie-substituto equal "S" or "N"
                 accept f-id-ie-substituto at line 19 col 34 with update auto-skip
            end-perform

            move f-aliq-interestadual              to f08200-aliq-interestadual
            move f-aliq-interna-destino            to f08200-aliq-interna-destino
            move f-id-ie-substituto                to f08200-id-ie-substituto

            perform 9000-conferir-versao-pd08200
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd08200
            if   not ws-operacao-ok
                        " DESTINO " f08200-uf-destino
                        " INTERESTADUAL " f08200-aliq-interestadual
                        " INTERNA DESTINO " f08200-aliq-interna-destino
                        " IE SUBST " f08200-id-ie-substituto
                        " STATUS " f08200-id-status
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            move f08200-uf-destino                 to f-uf-destino
            move f08200-aliq-interestadual         to f-aliq-interestadual
            move f08200-aliq-interna-destino       to f-aliq-interna-destino
            move f08200-id-ie-substituto           to f-id-ie-substituto

            evaluate true
                 when f08200-aliquota-ativa
