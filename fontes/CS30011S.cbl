       program-id. CS30011S.
      *>=================================================================================
      *>
      *>       Expedição - Custo Mensal de Frete por Transportador e Frota Própria
      *>
      *>=================================================================================
       environment division.
            special-names. decimal-point is comma.

       copy CSS05000.cpy.
       copy CSS19000.cpy.
       copy CSS19200.cpy.
       copy CSS08100.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF05000.cpy.
       copy CSF19000.cpy.
       copy CSF19200.cpy.
       copy CSF08100.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
            03 ws-nr-transportadores               pic 9(03).
            03 ws-id-transp                        pic x(01).
               88 ws-transp-encontrado                  value "S" false "N".
            03 ws-nr-notas-transp                  pic 9(07).
            03 ws-valor-por-nota                   pic 9(09)v9(02).
            03 ws-odometro-anterior                pic 9(09).
            03 ws-odometro-inicial                 pic 9(09).
            03 ws-odometro-final                   pic 9(09).
            03 ws-km-veiculo                       pic 9(09).
            03 ws-custo-veiculo                    pic 9(11)v9(02).
            03 ws-entregas-veiculo                 pic 9(07).
            03 ws-viagens-veiculo                  pic 9(05).
            03 ws-custo-por-km                     pic 9(07)v9(04).
            03 ws-custo-por-entrega                pic 9(09)v9(02).
            03 ws-km-frota                         pic 9(11).
            03 ws-custo-frota                      pic 9(12)v9(02).
            03 ws-entregas-frota                   pic 9(07).

       01   ws-tabela-transportadores.
            03 ws-transp                           occurs 100 times.

            perform 9000-abrir-i-pd05000

            string lnk-dat-path delimited   by "  " "\EFD190.DAT" into wid-pd19000
            open input pd19000
            if   ws-arquivo-inexistente
                 open output pd19000
                 close pd19000
                 open input pd19000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD190.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD192.DAT" into wid-pd19200
            open input pd19200
            if   ws-arquivo-inexistente
                 open output pd19200
                 close pd19200
                 open input pd19200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD192.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD081.DAT" into wid-pd08100
            open input pd08100
            if   ws-arquivo-inexistente
                 open output pd08100
                 close pd08100
                 open input pd08100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD081.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-rel

            initialize                              ws-tabela-transportadores
            move zeros                              to ws-nr-transportadores
            move zeros                              to ws-valor-total-frete
                                                       ws-nr-notas-transp
                                                       ws-km-frota
                                                       ws-custo-frota
                                                       ws-entregas-frota

       exit.


            perform varying ws-ix-transp from 1 by 1
                    until ws-ix-transp > ws-nr-transportadores
                 compute ws-valor-por-nota rounded =
                         ws-tr-valor-frete(ws-ix-transp) / ws-tr-nr-notas(ws-ix-transp)
                 move spaces                        to rl-linha-relatorio
                 string "TRANSPORTADOR " ws-tr-codigo(ws-ix-transp)
                        " NOTAS " ws-tr-nr-notas(ws-ix-transp)
                        " FRETE " ws-tr-valor-frete(ws-ix-transp)
                        " POR NOTA " ws-valor-por-nota
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-perform
            string "FRETE TOTAL DA COMPETENCIA: " ws-valor-total-frete into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-nr-notas-transp greater zeros
                 compute ws-valor-por-nota rounded =
                         ws-valor-total-frete / ws-nr-notas-transp
                 move spaces                        to rl-linha-relatorio
                 string "FRETE MEDIO POR NOTA (TRANSPORTADORAS): " ws-valor-por-nota
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            perform 2200-custo-frota-propria

            perform 9000-fechar-relatorio

       exit.
       2100-acumular-frete section.

            add  f05000-valor-frete                 to ws-valor-total-frete
            add  1                                  to ws-nr-notas-transp

            set  ws-transp-encontrado               to false


       exit.

      *>=================================================================================
      *> Frota própria na mesma competência, para comparar com o frete
      *> das transportadoras: custo dos abastecimentos e manutenções
      *> (pd19200), km rodados pelo odômetro - última leitura do mês
      *> menos a última anterior ao mês (ou a primeira do mês, para
      *> veículo sem histórico) - e entregas pelas notas dos MDF-e
      *> emitidos para o veículo (pd08100).
       2200-custo-frota-propria section.

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            string "FROTA PROPRIA - CUSTO POR KM E POR ENTREGA - COMPETENCIA " ws-ano-mes-rel
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f19000-veiculo
            move lnk-cd-empresa                     to f19000-cd-empresa
            move lnk-cd-filial                      to f19000-cd-filial
            perform 9000-str-pd19000-grt
            perform 9000-ler-pd19000-nex

            perform until not ws-operacao-ok
                          or f19000-cd-empresa <> lnk-cd-empresa
                          or f19000-cd-filial  <> lnk-cd-filial

                 perform 2210-custo-veiculo

                 perform 9000-ler-pd19000-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-custo-por-km
                                                       ws-custo-por-entrega
            if   ws-km-frota greater zeros
                 compute ws-custo-por-km rounded = ws-custo-frota / ws-km-frota
            end-if
            if   ws-entregas-frota greater zeros
                 compute ws-custo-por-entrega rounded = ws-custo-frota / ws-entregas-frota
            end-if

            move spaces                             to rl-linha-relatorio
            string "FROTA PROPRIA: KM " ws-km-frota
                   " CUSTO " ws-custo-frota
                   " POR KM " ws-custo-por-km
                   " ENTREGAS " ws-entregas-frota
                   " POR ENTREGA " ws-custo-por-entrega
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2210-custo-veiculo section.

            move zeros                              to ws-odometro-anterior
                                                       ws-odometro-inicial
                                                       ws-odometro-final
                                                       ws-km-veiculo
                                                       ws-custo-veiculo
                                                       ws-entregas-veiculo
                                                       ws-viagens-veiculo
                                                       ws-custo-por-km
                                                       ws-custo-por-entrega

            initialize                              f19200-lancamento-frota
            move f19000-cd-empresa                  to f19200-cd-empresa
            move f19000-cd-filial                   to f19200-cd-filial
            move f19000-placa-veiculo               to f19200-placa-veiculo
            perform 9000-str-pd19200-grt
            perform 9000-ler-pd19200-nex

            perform until not ws-operacao-ok
                          or f19200-cd-empresa     <> f19000-cd-empresa
                          or f19200-cd-filial      <> f19000-cd-filial
                          or f19200-placa-veiculo  <> f19000-placa-veiculo
                          or f19200-data-lancamento(1:6) > ws-ano-mes-rel

                 if   f19200-data-lancamento(1:6) < ws-ano-mes-rel
                      if   f19200-odometro greater ws-odometro-anterior
                           move f19200-odometro     to ws-odometro-anterior
                      end-if
                 else
                      add  f19200-valor-lancamento  to ws-custo-veiculo
                      if   ws-odometro-inicial equal zeros
                      or   f19200-odometro less ws-odometro-inicial
                           move f19200-odometro     to ws-odometro-inicial
                      end-if
                      if   f19200-odometro greater ws-odometro-final
                           move f19200-odometro     to ws-odometro-final
                      end-if
                 end-if

                 perform 9000-ler-pd19200-nex

            end-perform

            if   ws-odometro-final greater zeros
                 if   ws-odometro-anterior greater zeros
                 and  ws-odometro-anterior less ws-odometro-final
                      compute ws-km-veiculo = ws-odometro-final - ws-odometro-anterior
                 else
                      compute ws-km-veiculo = ws-odometro-final - ws-odometro-inicial
                 end-if
            end-if

            initialize                              f08100-manifesto-mdfe
            move f19000-cd-empresa                  to f08100-cd-empresa
            move f19000-cd-filial                   to f08100-cd-filial
            perform 9000-str-pd08100-grt
            perform 9000-ler-pd08100-nex

            perform until not ws-operacao-ok
                          or f08100-cd-empresa <> f19000-cd-empresa
                          or f08100-cd-filial  <> f19000-cd-filial

                 if   f08100-placa-veiculo equal f19000-placa-veiculo
                 and  f08100-data-emissao(1:6) equal ws-ano-mes-rel
                 and  not f08100-mdfe-pendente
                      add  1                        to ws-viagens-veiculo
                      add  f08100-nr-notas          to ws-entregas-veiculo
                 end-if

                 perform 9000-ler-pd08100-nex

            end-perform

            if   ws-custo-veiculo equal zeros
            and  ws-entregas-veiculo equal zeros
                 exit section
            end-if

            if   ws-km-veiculo greater zeros
                 compute ws-custo-por-km rounded = ws-custo-veiculo / ws-km-veiculo
            end-if
            if   ws-entregas-veiculo greater zeros
                 compute ws-custo-por-entrega rounded = ws-custo-veiculo / ws-entregas-veiculo
            end-if

            add  ws-km-veiculo                      to ws-km-frota
            add  ws-custo-veiculo                   to ws-custo-frota
            add  ws-entregas-veiculo                to ws-entregas-frota

            move spaces                             to rl-linha-relatorio
            string "VEICULO " f19000-placa-veiculo
                   " KM " ws-km-veiculo
                   " CUSTO " ws-custo-veiculo
                   " POR KM " ws-custo-por-km
                   " VIAGENS " ws-viagens-veiculo
                   " ENTREGAS " ws-entregas-veiculo
                   " POR ENTREGA " ws-custo-por-entrega
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd05000
            close pd19000
            close pd19200
            close pd08100

       exit.

      *> Leituras

       copy CSR05000.cpy.
       copy CSR19000.cpy.
       copy CSR19200.cpy.
       copy CSR08100.cpy.
