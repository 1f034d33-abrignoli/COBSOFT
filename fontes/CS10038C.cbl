            special-names. decimal-point is comma.

       copy CSS08400.cpy.
       copy CSS13400.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF08400.cpy.
       copy CSF13400.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
            03 f-id-movimenta-estoque              pic x(01).
            03 f-id-gera-financeiro                pic x(01).
            03 f-id-soma-estatisticas              pic x(01).
            03 f-cd-class-trib                     pic x(06).
            03 f-id-calcula-st                     pic x(01).
            03 f-ds-status                         pic x(30).

      *>=================================================================================
            03 line 19 col 34   pic x(01) from f-id-gera-financeiro.
            03 line 21 col 14   pic x(19) value "Soma Estatisticas?:".
            03 line 21 col 34   pic x(01) from f-id-soma-estatisticas.
            03 line 23 col 14   pic x(19) value "cClassTrib IBS/CBS:".
            03 line 23 col 34   pic x(06) from f-cd-class-trib.
            03 line 23 col 45   pic x(17) value "Calcula ICMS-ST?:".
            03 line 23 col 63   pic x(01) from f-id-calcula-st.
            03 line 25 col 26   pic x(07) value "Status:".
            03 line 25 col 34   pic x(30) from f-ds-status.

      *>=================================================================================
       procedure division using lnk-par.

            perform 9000-abrir-io-pd08400

            string lnk-dat-path delimited   by "  " "\EFD134.DAT" into wid-pd13400
            open i-o pd13400
            if   ws-arquivo-inexistente
                 open output pd13400
                 close pd13400
                 open i-o pd13400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD134.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd08400
            close pd13400

       exit.

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
                 exit section
            end-if

            move f08400-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-campos
            perform 2310-mover-campos

            perform 9000-conferir-versao-pd08400
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd08400
            if   not ws-operacao-ok
                 string "Erro ao alterar natureza - " ws-resultado-acesso into ws-mensagem
                 accept f-id-soma-estatisticas at line 21 col 34 with update auto-skip
            end-perform

      *> cClassTrib de IBS/CBS: em branco deixa valer o do produto;
      *> informado, precisa estar ativo no cadastro (pd13400)
            perform until exit
                 accept f-cd-class-trib      at line 23 col 34 with update auto-skip
                 if   f-cd-class-trib equal spaces
                      exit perform
                 end-if
                 initialize                        f13400-class-trib
                 move lnk-cd-empresa               to f13400-cd-empresa
                 move lnk-cd-filial                to f13400-cd-filial
                 move f-cd-class-trib              to f13400-cd-class-trib
                 perform 9000-ler-pd13400-ran
                 if   ws-operacao-ok
                 and  f13400-class-trib-ativa
                      exit perform
                 end-if
                 move "cClassTrib não cadastrado/inativo!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

      *> ICMS-ST pela tabela de MVA por NCM/UF (pd13500) na emissão
            perform until f-id-calcula-st equal "S" or "N"
                 accept f-id-calcula-st      at line 23 col 63 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
            move f-id-movimenta-estoque            to f08400-id-movimenta-estoque
            move f-id-gera-financeiro              to f08400-id-gera-financeiro
            move f-id-soma-estatisticas            to f08400-id-soma-estatisticas
            move f-cd-class-trib                   to f08400-cd-class-trib
            move f-id-calcula-st                   to f08400-id-calcula-st

       exit.

                        " EST " f08400-id-movimenta-estoque
                        " FIN " f08400-id-gera-financeiro
                        " STAT " f08400-id-soma-estatisticas
                        " CLASSTRIB " f08400-cd-class-trib
                        " ST " f08400-id-calcula-st
                        " STATUS " f08400-id-status
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            move f08400-id-movimenta-estoque       to f-id-movimenta-estoque
            move f08400-id-gera-financeiro         to f-id-gera-financeiro
            move f08400-id-soma-estatisticas       to f-id-soma-estatisticas
            move f08400-cd-class-trib              to f-cd-class-trib
            move f08400-id-calcula-st              to f-id-calcula-st

            evaluate true
                 when f08400-natureza-ativa
      *> Leituras

       copy CSR08400.cpy.
       copy CSR13400.cpy.
