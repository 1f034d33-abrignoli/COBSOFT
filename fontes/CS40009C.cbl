       copy CSS05000.cpy.
       copy CSS02700.cpy.
       copy CSS05200.cpy.
       copy CSS18800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       copy CSF05000.cpy.
       copy CSF02700.cpy.
       copy CSF05200.cpy.
       copy CSF18800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       78   c-este-programa                        value "CS40009C".
       78   c-descricao-programa                   value "LANCAMENTO DE CT-E".
       78   c-serie-titulo-frete                   value "CTE".
      *> Cobrança até 2% acima do frete calculado pela tabela passa direto
       78   c-perc-tolerancia-frete                value 2.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
            03 ws-custo-por-kg                     pic 9(07)v9(04).
            03 ws-custo-por-kg-x                   pic zz.zz9,9999.
            03 ws-tabela-por-kg-x                  pic zz.zz9,9999.
            03 ws-id-faixa                         pic x(01).
               88 ws-faixa-localizada                  value "S" false "N".
            03 ws-id-versao                        pic x(01).
               88 ws-versao-vigente                    value "S" false "N".
            03 ws-faixa-valor-por-kg               pic 9(07)v9(04).
            03 ws-faixa-valor-minimo               pic 9(09)v9(02).
            03 ws-faixa-perc-ad-valorem            pic 9(03)v9(02).
            03 ws-valor-advalorem                  pic 9(09)v9(02).
            03 ws-valor-tolerancia                 pic 9(09)v9(02).
            03 ws-id-decisao                       pic x(01).
            03 ws-valor-aceito                     pic 9(09)v9(02).
            03 ws-ds-motivo                        pic x(40).
            03 ws-ds-auditoria                     pic x(12).
            03 ws-cd-transportador-atual           pic 9(09).
            03 ws-perc-diferenca                   pic 9(05)v9(02).

       01   ws-totais-auditoria.
            03 ws-sub-nr-cte                       pic 9(05).
            03 ws-sub-cobrado                      pic 9(11)v9(02).
            03 ws-sub-calculado                    pic 9(11)v9(02).
            03 ws-sub-diferenca                    pic 9(11)v9(02).
            03 ws-tot-nr-cte                       pic 9(05).
            03 ws-tot-diferenca                    pic 9(11)v9(02).

       01   ws-campos-relatorio.
            03 ws-valor-x                          pic zzz.zzz.zz9,99.
            03 ws-valor-2-x                        pic zzz.zzz.zz9,99.
            03 ws-valor-3-x                        pic -zz.zzz.zz9,99.
            03 ws-perc-x                           pic zz.zz9,99.
            03 ws-contador-x                       pic zzzz9.
            03 ws-total-x                          pic z.zzz.zzz.zzz.zz9,99.
            03 ws-total-2-x                        pic z.zzz.zzz.zzz.zz9,99.
            03 ws-total-3-x                        pic z.zzz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.
            perform 9000-abrir-io-pd02700
            perform 9000-abrir-i-pd05200

            string lnk-dat-path delimited   by "  " "\EFD188.DAT" into wid-pd18800
            open input pd18800
            if   ws-arquivo-inexistente
                 open output pd18800
                 close pd18800
                 open input pd18800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD188.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
            close pd05000
            close pd02700
            close pd05200
            close pd18800

       exit.

                     perform 2100-consulta
                when 03
                     perform 2100-relatorio-custo-frete
                when 04
                     perform 2100-liberar-cte-retido
                when 05
                     perform 2100-relatorio-sobrepreco
                when 99
                     set wf-frame-retornar         to true
                when other
      *> Lançamento do CT-e: dados do conhecimento, as notas
      *> transportadas (valor lido da própria nota; peso informado),
      *> rateio por peso ou valor e o título automático no contas a
      *> pagar (série CTE, documento = número do conhecimento). O frete
      *> cobrado é auditado contra a tabela; retido, o título nasce
      *> bloqueado para aprovação.
       2100-lancar-cte section.

            if   not lnk-permite-inclusao

            perform 2200-ratear-frete

            perform 2400-auditar-frete

            perform 9000-gravar-pd11800
            if   not ws-operacao-ok
                 string "Erro ao gravar CT-e - " ws-resultado-acesso into ws-mensagem

            perform 2300-gerar-titulo-frete

            if   f11800-auditoria-retida
                 move spaces                       to ws-mensagem
                 move f11800-valor-diferenca       to ws-valor-3-x
                 string "Frete acima da tabela em R$" ws-valor-3-x " - título retido para aprovação!"
                        into ws-mensagem
            else
                 if   f11800-auditoria-sem-tabela
                      move "Sem tabela de frete vigente na emissão - título retido para aprovação!" to ws-mensagem
                 else
                      move "CT-e lançado, frete rateado e título gerado!" to ws-mensagem
                 end-if
            end-if
            perform 9000-mensagem

       exit.
            move zeros                              to f02700-valor-pago
            move lnk-id-usuario                     to f02700-id-usuario-inclusao
            set  f02700-titulo-aprovado             to false
            if   f11800-auditoria-pendente
                 set  f02700-titulo-retido          to true
            end-if
            set  f02700-titulo-aberto               to true

            perform 9000-gravar-pd02700

       exit.

      *>=================================================================================
      *> Auditoria do CT-e: frete recalculado pela tabela vigente na
      *> data de emissão (faixa de peso pelo peso total das notas,
      *> valor por kg + ad-valorem sobre o valor das notas, respeitando
      *> o mínimo). Cobrança acima do calculado mais a tolerância, ou
      *> sem tabela vigente, fica retida para aprovação.
       2400-auditar-frete section.

            move zeros                              to f11800-valor-frete-calculado
                                                       f11800-valor-diferenca
            move zeros                              to f11800-data-auditoria
            move spaces                             to f11800-id-usuario-auditoria
                                                       f11800-ds-motivo-auditoria

            set  ws-faixa-localizada                to false

            initialize                              f05200-tabela-frete
            move lnk-cd-empresa                     to f05200-cd-empresa
            move lnk-cd-filial                      to f05200-cd-filial
            move f11800-cd-transportador            to f05200-cd-transportador
            move f11800-uf-destino                  to f05200-uf-destino
            move zeros                              to f05200-peso-ate
            perform 9000-str-pd05200-grt
            perform 9000-ler-pd05200-nex

            perform until not ws-operacao-ok
                          or f05200-cd-empresa       <> lnk-cd-empresa
                          or f05200-cd-filial        <> lnk-cd-filial
                          or f05200-cd-transportador <> f11800-cd-transportador
                          or f05200-uf-destino       <> f11800-uf-destino
                          or ws-faixa-localizada

                 if   f05200-peso-ate not less f11800-peso-total
                      perform 2410-versao-vigente
                      if   ws-versao-vigente
                           set  ws-faixa-localizada to true
                      end-if
                 end-if

                 if   not ws-faixa-localizada
                      perform 9000-ler-pd05200-nex
                 end-if

            end-perform

            if   not ws-faixa-localizada
                 set  f11800-auditoria-sem-tabela   to true
                 compute f11800-valor-diferenca     = f11800-valor-frete
                 exit section
            end-if

            compute f11800-valor-frete-calculado rounded =
                    f11800-peso-total * ws-faixa-valor-por-kg
            compute ws-valor-advalorem rounded =
                    f11800-valor-notas * ws-faixa-perc-ad-valorem / 100
            add  ws-valor-advalorem                 to f11800-valor-frete-calculado
            if   f11800-valor-frete-calculado less ws-faixa-valor-minimo
                 move ws-faixa-valor-minimo         to f11800-valor-frete-calculado
            end-if

            compute f11800-valor-diferenca =
                    f11800-valor-frete - f11800-valor-frete-calculado
            compute ws-valor-tolerancia rounded =
                    f11800-valor-frete-calculado * c-perc-tolerancia-frete / 100

            if   f11800-valor-diferenca greater ws-valor-tolerancia
                 set  f11800-auditoria-retida       to true
            else
                 set  f11800-auditoria-ok           to true
            end-if

       exit.

      *>=================================================================================
      *> Versão da faixa em vigor na emissão do CT-e: a atual, se já
      *> valia na data; senão a do histórico (pd18800) cujo período
      *> cobre a data. Faixa inativa na data não serve.
       2410-versao-vigente section.

            set  ws-versao-vigente                  to false

            if   f05200-data-inicio-vigencia not greater f11800-data-emissao
                 if   f05200-faixa-ativa
                      set  ws-versao-vigente        to true
                      move f05200-valor-por-kg      to ws-faixa-valor-por-kg
                      move f05200-valor-minimo      to ws-faixa-valor-minimo
                      move f05200-perc-ad-valorem   to ws-faixa-perc-ad-valorem
                 end-if
                 exit section
            end-if

            initialize                              f18800-historico-tabela-frete
            move f05200-cd-empresa                  to f18800-cd-empresa
            move f05200-cd-filial                   to f18800-cd-filial
            move f05200-cd-transportador            to f18800-cd-transportador
            move f05200-uf-destino                  to f18800-uf-destino
            move f05200-peso-ate                    to f18800-peso-ate
            compute f18800-data-fim-vigencia =
                    function date-of-integer(function integer-of-date(f11800-data-emissao) - 1)
            perform 9000-str-pd18800-grt
            perform 9000-ler-pd18800-nex
            if   ws-operacao-ok
            and  f18800-cd-empresa              equal f05200-cd-empresa
            and  f18800-cd-filial               equal f05200-cd-filial
            and  f18800-cd-transportador        equal f05200-cd-transportador
            and  f18800-uf-destino              equal f05200-uf-destino
            and  f18800-peso-ate                equal f05200-peso-ate
            and  f18800-data-inicio-vigencia not greater f11800-data-emissao
            and  f18800-faixa-ativa
                 set  ws-versao-vigente             to true
                 move f18800-valor-por-kg           to ws-faixa-valor-por-kg
                 move f18800-valor-minimo           to ws-faixa-valor-minimo
                 move f18800-perc-ad-valorem        to ws-faixa-perc-ad-valorem
            end-if

       exit.

      *>=================================================================================
      *> Decisão sobre o CT-e retido na auditoria: aceitar a cobrança
      *> (título liberado pelo valor do CT-e) ou contestar (título
      *> liberado pelo valor reconhecido, a diferença fica para
      *> cobrança junto à transportadora). Em ambos os casos o título
      *> segue para a aprovação normal do contas a pagar.
       2100-liberar-cte-retido section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            move zeros                             to ws-cd-transportador
            perform until ws-cd-transportador <> zeros
                 display "Transportadora....:"      at line 11 col 03
                 accept ws-cd-transportador        at line 11 col 23 with update auto-skip
            end-perform
            move zeros                             to ws-nr-cte
            perform until ws-nr-cte <> zeros
                 display "Numero do CT-e....:"      at line 13 col 03
                 accept ws-nr-cte                  at line 13 col 23 with update auto-skip
            end-perform

            initialize                             f11800-conhecimento-frete
            move lnk-cd-empresa                    to f11800-cd-empresa
            move lnk-cd-filial                     to f11800-cd-filial
            move ws-cd-transportador               to f11800-cd-transportador
            move ws-nr-cte                         to f11800-nr-cte
            perform 9000-ler-pd11800-ran
            if   not ws-operacao-ok
                 move "CT-e não lançado para esta transportadora!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f11800-auditoria-pendente
            or   f11800-cte-cancelado
                 move "CT-e não está retido na auditoria de frete!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f11800-valor-frete                to ws-valor-x
            move f11800-valor-frete-calculado      to ws-valor-2-x
            move f11800-valor-diferenca            to ws-valor-3-x
            display "Frete cobrado.....:"           at line 15 col 03
            display ws-valor-x                      at line 15 col 23
            display "Frete pela tabela.:"           at line 16 col 03
            if   f11800-auditoria-sem-tabela
                 display "SEM TABELA VIGENTE"       at line 16 col 23
            else
                 display ws-valor-2-x               at line 16 col 23
            end-if
            display "Diferenca.........:"           at line 17 col 03
            display ws-valor-3-x                    at line 17 col 23

            move spaces                            to ws-id-decisao
            perform until ws-id-decisao equal "A" or "T"
                 display "Aceitar/Contestar (A/T):" at line 19 col 03
                 accept ws-id-decisao              at line 19 col 28 with update auto-skip
                 move function upper-case(ws-id-decisao) to ws-id-decisao
            end-perform

            move f11800-valor-frete                to ws-valor-aceito
            if   ws-id-decisao equal "T"
                 move f11800-valor-frete-calculado to ws-valor-aceito
                 perform until exit
                      move ws-valor-aceito         to ws-valor-x
                      display "Valor reconhecido.:" at line 20 col 03
                      accept ws-valor-x            at line 20 col 23 with update auto-skip
                      move ws-valor-x              to ws-valor-aceito
                      if   ws-valor-aceito greater zeros
                      and  ws-valor-aceito less f11800-valor-frete
                           exit perform
                      end-if
                      move "Valor reconhecido deve ser maior que zero e menor que o cobrado!" to ws-mensagem
                      perform 9000-mensagem
                 end-perform
            end-if

            move spaces                            to ws-ds-motivo
            perform until ws-ds-motivo <> spaces
                 display "Motivo............:"      at line 21 col 03
                 accept ws-ds-motivo               at line 21 col 23 with update auto-skip
            end-perform
            move function upper-case(ws-ds-motivo) to ws-ds-motivo

            move "Confirma a decisão da auditoria do CT-e? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             f02700-conta-pagar
            move lnk-cd-empresa                    to f02700-cd-empresa
            move lnk-cd-filial                     to f02700-cd-filial
            move f11800-cd-fornecedor-cp           to f02700-cd-fornecedor
            compute f02700-numero-documento =
                    920000000 + function mod(f11800-nr-cte, 10000000)
            move 01                                to f02700-nr-parcela
            perform 9000-ler-pd02700-ran
            if   not ws-operacao-ok
            or   not f02700-titulo-retido
                 move "Título do frete não encontrado ou já liberado - confira o contas a pagar!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-valor-aceito                   to f02700-valor-parcela
            set  f02700-titulo-aprovado            to false
            perform 9000-regravar-pd02700
            if   not ws-operacao-ok
                 string "Erro ao liberar título - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   ws-id-decisao equal "A"
                 set  f11800-diferenca-aceita      to true
            else
                 set  f11800-frete-contestado      to true
            end-if
            accept f11800-data-auditoria           from date yyyymmdd
            move lnk-id-usuario                    to f11800-id-usuario-auditoria
            move ws-ds-motivo                      to f11800-ds-motivo-auditoria
            perform 9000-regravar-pd11800
            if   not ws-operacao-ok
                 string "Erro ao gravar auditoria do CT-e - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Título do frete liberado para aprovação no contas a pagar!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Sobrepreço de frete na competência por transportadora: CT-e
      *> cobrados acima da tabela vigente na emissão, com a situação da
      *> auditoria - base para a contestação junto à transportadora.
       2100-relatorio-sobrepreco section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-rel
            display "Competencia (AAAAMM):"          at line 27 col 03
            accept ws-ano-mes-rel                  at line 27 col 25 with update auto-skip

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "SOBREPRECO DE FRETE POR TRANSPORTADORA (CT-E x TABELA) - COMPETENCIA "
                   ws-ano-mes-rel into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              ws-totais-auditoria
            move zeros                              to ws-cd-transportador-atual

            initialize                              f11800-conhecimento-frete
            move lnk-cd-empresa                     to f11800-cd-empresa
            move lnk-cd-filial                      to f11800-cd-filial
            perform 9000-str-pd11800-grt
            perform 9000-ler-pd11800-nex

            perform until not ws-operacao-ok
                          or f11800-cd-empresa <> lnk-cd-empresa
                          or f11800-cd-filial  <> lnk-cd-filial

                 if   f11800-cte-lancado
                 and  f11800-data-emissao(1:6) equal ws-ano-mes-rel
                 and  f11800-valor-diferenca greater zeros
                 and  f11800-id-auditoria not equal spaces

                      if   f11800-cd-transportador not equal ws-cd-transportador-atual
                           if   ws-cd-transportador-atual not equal zeros
                                perform 2510-subtotal-transportadora
                           end-if
                           move f11800-cd-transportador to ws-cd-transportador-atual
                           perform 2500-cabecalho-transportadora
                      end-if

                      evaluate true
                          when f11800-auditoria-ok
                               move "TOLERANCIA"    to ws-ds-auditoria
                          when f11800-auditoria-retida
                               move "RETIDO"        to ws-ds-auditoria
                          when f11800-auditoria-sem-tabela
                               move "SEM TABELA"    to ws-ds-auditoria
                          when f11800-diferenca-aceita
                               move "ACEITO"        to ws-ds-auditoria
                          when f11800-frete-contestado
                               move "CONTESTADO"    to ws-ds-auditoria
                      end-evaluate

                      if   f11800-valor-frete-calculado greater zeros
                           compute ws-perc-diferenca rounded =
                                   f11800-valor-diferenca * 100 / f11800-valor-frete-calculado
                      else
                           move zeros               to ws-perc-diferenca
                      end-if

                      move f11800-valor-frete       to ws-valor-x
                      move f11800-valor-frete-calculado to ws-valor-2-x
                      move f11800-valor-diferenca   to ws-valor-3-x
                      move ws-perc-diferenca        to ws-perc-x
                      move spaces                   to rl-linha-relatorio
                      string "   CTE " f11800-nr-cte " EMISSAO " f11800-data-emissao
                             " UF " f11800-uf-destino
                             " COBRADO " ws-valor-x " TABELA " ws-valor-2-x
                             " DIF " ws-valor-3-x " " ws-perc-x "% " ws-ds-auditoria
                             " " f11800-ds-motivo-auditoria
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio

                      add  1                        to ws-sub-nr-cte
                      add  f11800-valor-frete       to ws-sub-cobrado
                      add  f11800-valor-frete-calculado to ws-sub-calculado
                      add  f11800-valor-diferenca   to ws-sub-diferenca

                 end-if

                 perform 9000-ler-pd11800-nex

            end-perform

            if   ws-cd-transportador-atual not equal zeros
                 perform 2510-subtotal-transportadora
            end-if

            move ws-tot-nr-cte                      to ws-contador-x
            move ws-tot-diferenca                   to ws-total-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL GERAL - CT-E COM SOBREPRECO " ws-contador-x
                   " DIFERENCA " ws-total-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2500-cabecalho-transportadora section.

            initialize                              f02000-transportador
            move lnk-cd-empresa                     to f02000-cd-empresa
            move lnk-cd-filial                      to f02000-cd-filial
            move ws-cd-transportador-atual          to f02000-cd-transportador
            perform 9000-ler-pd02000-ran
            if   not ws-operacao-ok
                 move spaces                        to f02000-razao-social
                 move zeros                         to f02000-cgc
            end-if

            move spaces                             to rl-linha-relatorio
            string "TRANSPORTADORA " ws-cd-transportador-atual " " f02000-razao-social
                   " CNPJ " f02000-cgc into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-sub-nr-cte
                                                       ws-sub-cobrado
                                                       ws-sub-calculado
                                                       ws-sub-diferenca

       exit.

      *>=================================================================================
       2510-subtotal-transportadora section.

            move ws-sub-nr-cte                      to ws-contador-x
            move ws-sub-cobrado                     to ws-total-x
            move ws-sub-calculado                   to ws-total-2-x
            move ws-sub-diferenca                   to ws-total-3-x
            move spaces                             to rl-linha-relatorio
            string "   SUBTOTAL CT-E " ws-contador-x " COBRADO " ws-total-x
                   " TABELA " ws-total-2-x " SOBREPRECO " ws-total-3-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            add  ws-sub-nr-cte                      to ws-tot-nr-cte
            add  ws-sub-diferenca                   to ws-tot-diferenca

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "04 - Liberar Retido"        to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "05 - Sobrepreco Mes"        to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

       copy CSR05000.cpy.
       copy CSR02700.cpy.
       copy CSR05200.cpy.
       copy CSR18800.cpy.
