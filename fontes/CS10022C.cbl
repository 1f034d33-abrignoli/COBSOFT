
       copy CSS05200.cpy.
       copy CSS02000.cpy.
       copy CSS18800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================

       copy CSF05200.cpy.
       copy CSF02000.cpy.
       copy CSF18800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
               88 ws-transportador-encontrado           value "S" false "N".
            03 ws-id-faixa                         pic x(01).
               88 ws-faixa-encontrada                   value "S" false "N".
            03 ws-data-hoje                        pic 9(08).

       01   f-faixa-frete.
            03 f-cd-transportador                  pic 9(09).
            03 f-valor-minimo                      pic zzz.zzz.zz9,99.
            03 f-perc-ad-valorem                   pic zz9,99.
            03 f-id-status                         pic x(01).
            03 f-data-vigencia                     pic 9(08).

      *>=================================================================================
       linkage section.
            03 line 19 col 34   pic zz9,99 from f-perc-ad-valorem.
            03 line 21 col 18   pic x(15) value "Situacao (A/I):".
            03 line 21 col 34   pic x(01) from f-id-status.
            03 line 21 col 40   pic x(14) value "Vigente desde:".
            03 line 21 col 55   pic 99/99/9999 from f-data-vigencia.

      *>=================================================================================
       procedure division using lnk-par.
            perform 9000-abrir-io-pd05200
            perform 9000-abrir-i-pd02000

            string lnk-dat-path delimited   by "  " "\EFD188.DAT" into wid-pd18800
            open i-o pd18800
            if   ws-arquivo-inexistente
                 open output pd18800
                 close pd18800
                 open i-o pd18800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD188.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-hoje                     from date yyyymmdd

       exit.

      *>=================================================================================
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
            move f-valor-minimo                     to f05200-valor-minimo
            move f-perc-ad-valorem                  to f05200-perc-ad-valorem
            set  f05200-faixa-ativa                 to true
            move ws-data-hoje                       to f05200-data-inicio-vigencia
            perform 9000-gravar-pd05200
            if   not ws-operacao-ok
                 string "Erro ao gravar faixa de frete - " ws-resultado-acesso into ws-mensagem
                 exit section
            end-if

            move f05200-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-valores

            accept f-id-status at line 21 col 34 with update auto-skip
                 move "A"                           to f-id-status
            end-if

            perform 9000-conferir-versao-pd05200
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 2400-guardar-versao-anterior

            move f-valor-por-kg                     to f05200-valor-por-kg
            move f-valor-minimo                     to f05200-valor-minimo
            move f-perc-ad-valorem                  to f05200-perc-ad-valorem
            move f-id-status                        to f05200-id-status

            perform 9000-regravar-pd05200
            if   not ws-operacao-ok
                 string "Erro ao alterar faixa de frete - " ws-resultado-acesso into ws-mensagem
                 exit section
            end-if

            perform 2400-guardar-versao-anterior

            set  f05200-faixa-inativa               to true
            move f05200-id-status                   to f-id-status
            perform 9000-regravar-pd05200
                        " MINIMO " f05200-valor-minimo
                        " ADVAL " f05200-perc-ad-valorem "%"
                        " " f05200-id-status
                        " DESDE " f05200-data-inicio-vigencia
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio


            set  ws-faixa-encontrada                to true

            perform 9000-move-registros-frame

            perform 8000-tela

       exit.

      *>=================================================================================
      *> A versão da faixa que deixa de valer vai para o histórico
      *> (pd18800) com vigência até ontem e a faixa passa a valer a
      *> partir de hoje. Nova alteração no mesmo dia só substitui a
      *> versão do dia.
       2400-guardar-versao-anterior section.

            if   f05200-data-inicio-vigencia equal ws-data-hoje
                 exit section
            end-if

            initialize                              f18800-historico-tabela-frete
            move f05200-cd-empresa                  to f18800-cd-empresa
            move f05200-cd-filial                   to f18800-cd-filial
            move f05200-cd-transportador            to f18800-cd-transportador
            move f05200-uf-destino                  to f18800-uf-destino
            move f05200-peso-ate                    to f18800-peso-ate
            compute f18800-data-fim-vigencia =
                    function date-of-integer(function integer-of-date(ws-data-hoje) - 1)
            move f05200-data-inicio-vigencia        to f18800-data-inicio-vigencia
            move f05200-valor-por-kg                to f18800-valor-por-kg
            move f05200-valor-minimo                to f18800-valor-minimo
            move f05200-perc-ad-valorem             to f18800-perc-ad-valorem
            move f05200-id-status                   to f18800-id-status
            move lnk-id-usuario                     to f18800-id-usuario
            perform 9000-gravar-pd18800
            if   not ws-operacao-ok
            and  not ws-registro-existente
                 string "Erro ao gravar histórico da faixa - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

            move ws-data-hoje                       to f05200-data-inicio-vigencia

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd05200
            close pd02000
            close pd18800

       exit.

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f05200-valor-por-kg                to f-valor-por-kg
            move f05200-valor-minimo                to f-valor-minimo
            move f05200-perc-ad-valorem             to f-perc-ad-valorem
            move f05200-id-status                   to f-id-status
            move f05200-data-inicio-vigencia        to ws-data-inv
            move ws-dia-inv                         to ws-dia
            move ws-mes-inv                         to ws-mes
            move ws-ano-inv                         to ws-ano
            move ws-data                            to f-data-vigencia

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR05200.cpy.
       copy CSR02000.cpy.
       copy CSR18800.cpy.
