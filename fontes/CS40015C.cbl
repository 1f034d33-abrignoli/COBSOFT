      $set sourceformat"free"
       program-id. CS40015C.
      *>=================================================================================
      *>
      *>          Compras - Agenda de Recebimento por Doca e Janela Horária
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS18600.cpy.
       copy CSS18700.cpy.
       copy CSS03000.cpy.
       copy CSS11600.cpy.
       copy CSS11700.cpy.
       copy CSS11500.cpy.
       copy CSS01500.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF18600.cpy.
       copy CSF18700.cpy.
       copy CSF03000.cpy.
       copy CSF11600.cpy.
       copy CSF11700.cpy.
       copy CSF11500.cpy.
       copy CSF01500.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS40015C".
       78   c-descricao-programa                   value "AGENDA DE RECEBIMENTO".
       78   c-alocar-sequencia                     value "CS00118S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-data-hoje                        pic 9(08).
            03 ws-hora-agora                       pic 9(04).
            03 ws-id-registro                      pic x(01).
               88 ws-registro-encontrado                value "S" false "N".
            03 ws-id-origem                        pic x(01).
               88 ws-origem-valida                      value "S" false "N".
            03 ws-id-hora                          pic x(01).
               88 ws-hora-valida                        value "S" false "N".
            03 ws-hora-validar                     pic 9(04).
            03 filler redefines ws-hora-validar.
               05 ws-hora-validar-hh               pic 9(02).
               05 ws-hora-validar-mm               pic 9(02).
            03 ws-nr-veiculos                      pic 9(03).
            03 ws-nr-paletes                       pic 9(05).
            03 ws-data-agendamento                 pic 9(08).
            03 ws-nr-agendamento                   pic 9(09).

       01   ws-janela.
            03 ws-jan-cd-doca                      pic 9(02).
            03 ws-jan-hora-inicio                  pic 9(04).
            03 ws-jan-hora-fim                     pic 9(04).
            03 ws-jan-ds-doca                      pic x(30).
            03 ws-jan-qtde-max-veiculos            pic 9(02).
            03 ws-jan-qtde-max-paletes             pic 9(04).
            03 ws-jan-id-status                    pic x(01).

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-nome                         pic x(50).
            03 lk-seq-valor-minimo                 pic 9(12).
            03 lk-seq-valor                        pic 9(12).

       01   f-agendamento.
            03 f-data-agendamento                  pic 9(08).
            03 f-nr-agendamento                    pic 9(09).
            03 f-ds-situacao                       pic x(12).
            03 f-cd-doca                           pic 9(02).
            03 f-hora-inicio                       pic 9(04).
            03 f-hora-fim                          pic 9(04).
            03 f-ds-doca                           pic x(30).
            03 f-tipo-origem                       pic x(01).
            03 f-nr-pedido                         pic 9(09).
            03 f-nr-contrato                       pic 9(09).
            03 f-cd-produto                        pic 9(09).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-ds-fornecedor                     pic x(55).
            03 f-qtde-volumes                      pic 9(05).
            03 f-qtde-paletes                      pic 9(04).
            03 f-placa-veiculo                     pic x(08).
            03 f-nm-motorista                      pic x(30).
            03 f-data-chegada                      pic 9(08).
            03 f-hora-chegada                      pic 9(04).
            03 f-hora-saida                        pic 9(04).
            03 f-ds-ocorrencia                     pic x(20).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-agendamento.
            03 line 11 col 03   pic x(18) value "Data (DMA).......:".
            03 line 11 col 22   pic 99/99/9999 from f-data-agendamento.
            03 line 11 col 34   pic x(12) value "Agendamento:".
            03 line 11 col 47   pic 9(09) from f-nr-agendamento.
            03 line 11 col 58   pic x(09) value "Situacao:".
            03 line 11 col 68   pic x(12) from f-ds-situacao.
            03 line 13 col 03   pic x(18) value "Doca.............:".
            03 line 13 col 22   pic 9(02) from f-cd-doca.
            03 line 13 col 26   pic x(07) value "Janela:".
            03 line 13 col 34   pic 9(04) from f-hora-inicio.
            03 line 13 col 39   pic x(01) value "-".
            03 line 13 col 41   pic 9(04) from f-hora-fim.
            03 line 13 col 47   pic x(30) from f-ds-doca.
            03 line 15 col 03   pic x(18) value "Origem (P/E).....:".
            03 line 15 col 22   pic x(01) from f-tipo-origem.
            03 line 15 col 26   pic x(07) value "Pedido:".
            03 line 15 col 34   pic 9(09) from f-nr-pedido.
            03 line 16 col 03   pic x(18) value "Contrato.........:".
            03 line 16 col 22   pic 9(09) from f-nr-contrato.
            03 line 16 col 34   pic x(08) value "Produto:".
            03 line 16 col 43   pic 9(09) from f-cd-produto.
            03 line 17 col 03   pic x(18) value "Fornecedor.......:".
            03 line 17 col 22   pic 9(09) from f-cd-fornecedor.
            03 line 17 col 33   pic x(55) from f-ds-fornecedor.
            03 line 19 col 03   pic x(18) value "Volumes..........:".
            03 line 19 col 22   pic 9(05) from f-qtde-volumes.
            03 line 19 col 34   pic x(08) value "Paletes:".
            03 line 19 col 43   pic 9(04) from f-qtde-paletes.
            03 line 20 col 03   pic x(18) value "Placa do Veiculo.:".
            03 line 20 col 22   pic x(08) from f-placa-veiculo.
            03 line 20 col 34   pic x(10) value "Motorista:".
            03 line 20 col 45   pic x(30) from f-nm-motorista.
            03 line 22 col 03   pic x(18) value "Chegada / Saida..:".
            03 line 22 col 22   pic 9(08) from f-data-chegada.
            03 line 22 col 31   pic 9(04) from f-hora-chegada.
            03 line 22 col 36   pic x(01) value "/".
            03 line 22 col 38   pic 9(04) from f-hora-saida.
            03 line 22 col 47   pic x(20) from f-ds-ocorrencia.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            initialize                             wf-opcoes-frame

            string lnk-dat-path delimited   by "  " "\EFD186.DAT" into wid-pd18600
            open i-o pd18600
            if   ws-arquivo-inexistente
                 open output pd18600
                 close pd18600
                 open i-o pd18600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD186.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD187.DAT" into wid-pd18700
            open i-o pd18700
            if   ws-arquivo-inexistente
                 open output pd18700
                 close pd18700
                 open i-o pd18700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD187.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD115.DAT" into wid-pd11500
            open i-o pd11500
            if   ws-arquivo-inexistente
                 open output pd11500
                 close pd11500
                 open i-o pd11500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD115.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD116.DAT" into wid-pd11600
            open input pd11600
            if   ws-arquivo-inexistente
                 open output pd11600
                 close pd11600
                 open input pd11600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD116.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD117.DAT" into wid-pd11700
            open input pd11700
            if   ws-arquivo-inexistente
                 open output pd11700
                 close pd11700
                 open input pd11700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD117.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd03000
            perform 9000-abrir-i-pd01500

       exit.

      *>=================================================================================
       2000-processamento section.

             perform until wf-frame-retornar

                 evaluate wf-frame
                      when 0
                           perform 8000-tela
                           perform 8000-controle-frame
                      when 9
                           perform 2999-controle-frame
                      when other
                           move "Frame invalido!"   to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd18600
            close pd18700
            close pd11500
            close pd11600
            close pd11700
            close pd03000
            close pd01500

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-janela
                when 02
                     perform 2200-agendar
                when 03
                     perform 2300-consulta
                when 04
                     perform 2400-check-in
                when 05
                     perform 2500-check-out
                when 06
                     perform 2600-chegada-sem-agendamento
                when 07
                     perform 2700-cancelar
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Janela de recebimento da doca: inclui pela doca + hora inicial
      *> ou altera a existente (fim, descrição, capacidade, situação).
       2100-janela section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            initialize                             ws-janela

            perform until ws-jan-cd-doca <> zeros
                 display "Doca.............:"       at line 24 col 03
                 accept ws-jan-cd-doca             at line 24 col 22 with update auto-skip
            end-perform

            set  ws-hora-valida                    to false
            perform until ws-hora-valida
                 display "Hora Inicial HHMM:"       at line 25 col 03
                 accept ws-jan-hora-inicio         at line 25 col 22 with update auto-skip
                 move ws-jan-hora-inicio           to ws-hora-validar
                 perform 2910-validar-hora
            end-perform

            initialize                             f18600-janela-recebimento
            move lnk-cd-empresa                    to f18600-cd-empresa
            move lnk-cd-filial                     to f18600-cd-filial
            move ws-jan-cd-doca                    to f18600-cd-doca
            move ws-jan-hora-inicio                to f18600-hora-inicio
            perform 9000-ler-pd18600-ran
            if   ws-operacao-ok
                 set  ws-registro-encontrado       to true
                 move f18600-hora-fim              to ws-jan-hora-fim
                 move f18600-ds-doca               to ws-jan-ds-doca
                 move f18600-qtde-max-veiculos     to ws-jan-qtde-max-veiculos
                 move f18600-qtde-max-paletes      to ws-jan-qtde-max-paletes
                 move f18600-id-status             to ws-jan-id-status
            else
                 set  ws-registro-encontrado       to false
                 move "A"                          to ws-jan-id-status
            end-if

            set  ws-hora-valida                    to false
            perform until ws-hora-valida
                 display "Hora Final HHMM..:"       at line 25 col 30
                 accept ws-jan-hora-fim            at line 25 col 49 with update auto-skip
                 move ws-jan-hora-fim              to ws-hora-validar
                 perform 2910-validar-hora
                 if   ws-jan-hora-fim not greater ws-jan-hora-inicio
                      set  ws-hora-valida          to false
                 end-if
            end-perform

            display "Descricao Doca...:"            at line 26 col 03
            accept ws-jan-ds-doca                  at line 26 col 22 with update auto-skip
            move function upper-case(ws-jan-ds-doca) to ws-jan-ds-doca

            perform until ws-jan-qtde-max-veiculos <> zeros
                 display "Max. Veiculos....:"       at line 27 col 03
                 accept ws-jan-qtde-max-veiculos   at line 27 col 22 with update auto-skip
            end-perform

            display "Max. Paletes (0=sem limite):"  at line 27 col 30
            accept ws-jan-qtde-max-paletes         at line 27 col 59 with update auto-skip

            perform until ws-jan-id-status equal "A" or "I"
                 display "Situacao (A/I)...:"       at line 28 col 03
                 accept ws-jan-id-status           at line 28 col 22 with update auto-skip
                 move function upper-case(ws-jan-id-status) to ws-jan-id-status
            end-perform

            move "Confirma gravação da janela de recebimento? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move ws-jan-hora-fim                   to f18600-hora-fim
            move ws-jan-ds-doca                    to f18600-ds-doca
            move ws-jan-qtde-max-veiculos          to f18600-qtde-max-veiculos
            move ws-jan-qtde-max-paletes           to f18600-qtde-max-paletes
            move ws-jan-id-status                  to f18600-id-status

            if   ws-registro-encontrado
                 perform 9000-regravar-pd18600
            else
                 perform 9000-gravar-pd18600
            end-if
            if   not ws-operacao-ok
                 string "Erro de gravação PD18600 - f18600-chave [" f18600-chave "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Janela de recebimento gravada!"  to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Agendamento da entrega de um pedido de compra (P) ou de uma
      *> programação de contrato de fornecimento (E) numa janela de
      *> doca ativa, respeitando o limite de veículos e de paletes.
       2200-agendar section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            accept ws-data-hoje                    from date yyyymmdd

            perform until exit
                 accept f-data-agendamento at line 11 col 22 with update auto-skip
                 move f-data-agendamento           to ws-data
                 move ws-dia                       to ws-dia-inv
                 move ws-mes                       to ws-mes-inv
                 move ws-ano                       to ws-ano-inv
                 if   function test-date-yyyymmdd(ws-data-inv) equal zeros
                 and  ws-data-inv not less ws-data-hoje
                      exit perform
                 end-if
                 move "Data de agendamento inválida ou já passada!" to ws-mensagem
                 perform 9000-mensagem
            end-perform
            move ws-data-inv                       to ws-data-agendamento

            perform 2800-informar-origem
            if   not ws-origem-valida
                 exit section
            end-if

            perform until exit
                 accept f-cd-doca   at line 13 col 22 with update auto-skip
                 accept f-hora-inicio at line 13 col 34 with update auto-skip
                 initialize                        f18600-janela-recebimento
                 move lnk-cd-empresa               to f18600-cd-empresa
                 move lnk-cd-filial                to f18600-cd-filial
                 move f-cd-doca                    to f18600-cd-doca
                 move f-hora-inicio                to f18600-hora-inicio
                 perform 9000-ler-pd18600-ran
                 if   ws-operacao-ok
                 and  f18600-janela-ativa
                      exit perform
                 end-if
                 move "Janela de recebimento não cadastrada ou inativa para a doca!" to ws-mensagem
                 perform 9000-mensagem
            end-perform
            move f18600-hora-fim                   to f-hora-fim
            move f18600-ds-doca                    to f-ds-doca
            display frm-agendamento

            accept f-qtde-volumes   at line 19 col 22 with update auto-skip
            accept f-qtde-paletes   at line 19 col 43 with update auto-skip

            perform 2810-ocupacao-janela
            if   ws-nr-veiculos not less f18600-qtde-max-veiculos
                 move spaces                       to ws-mensagem
                 string "Janela lotada - " ws-nr-veiculos " veículo(s) já agendado(s)!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   f18600-qtde-max-paletes greater zeros
            and  ws-nr-paletes + f-qtde-paletes greater f18600-qtde-max-paletes
                 move spaces                       to ws-mensagem
                 string "Paletes acima da capacidade da janela - já agendados " ws-nr-paletes " de "
                        f18600-qtde-max-paletes "!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept f-placa-veiculo  at line 20 col 22 with update auto-skip
            move function upper-case(f-placa-veiculo) to f-placa-veiculo
            accept f-nm-motorista   at line 20 col 45 with update auto-skip
            move function upper-case(f-nm-motorista) to f-nm-motorista

            move "Confirma agendamento do recebimento? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            perform 2820-proximo-agendamento
            if   ws-nr-agendamento equal zeros
                 exit section
            end-if

            initialize                             f18700-agendamento-recebimento
            move lnk-cd-empresa                    to f18700-cd-empresa
            move lnk-cd-filial                     to f18700-cd-filial
            move ws-data-agendamento               to f18700-data-agendamento
            move ws-nr-agendamento                 to f18700-nr-agendamento
            move f-cd-doca                         to f18700-cd-doca
            move f-hora-inicio                     to f18700-hora-inicio
            move f-hora-fim                        to f18700-hora-fim
            perform 2830-mover-origem
            move f-qtde-volumes                    to f18700-qtde-volumes
            move f-qtde-paletes                    to f18700-qtde-paletes
            move f-placa-veiculo                   to f18700-placa-veiculo
            move f-nm-motorista                    to f18700-nm-motorista
            move zeros                             to f18700-data-chegada
                                                      f18700-hora-chegada
                                                      f18700-hora-saida
            set  f18700-agendamento-previo         to true
            set  f18700-chegada-na-janela          to true
            move lnk-id-usuario                    to f18700-id-usuario
            move ws-data-hoje                      to f18700-data-inclusao
            set  f18700-agendamento-aberto         to true

            perform 9000-gravar-pd18700
            if   not ws-operacao-ok
                 string "Erro ao gravar agendamento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move spaces                            to ws-mensagem
            string "Recebimento agendado - número " ws-nr-agendamento "!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2300-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2900-localizar-agendamento

       exit.

      *>=================================================================================
      *> Chegada do veículo agendado: registra data/hora de chegada e
      *> confronta com a janela - depois do fim da janela (ou em outro
      *> dia) é chegada atrasada e vira ocorrência do fornecedor.
       2400-check-in section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2900-localizar-agendamento
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18700-agendamento-aberto
                 move "Agendamento já com chegada registrada ou cancelado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd
            accept ws-horas                        from time
            move ws-horas(1:4)                     to ws-hora-agora

            accept f-placa-veiculo  at line 20 col 22 with update auto-skip
            move function upper-case(f-placa-veiculo) to f-placa-veiculo
            accept f-nm-motorista   at line 20 col 45 with update auto-skip
            move function upper-case(f-nm-motorista) to f-nm-motorista

            move "Confirma chegada do veículo? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move f-placa-veiculo                   to f18700-placa-veiculo
            move f-nm-motorista                    to f18700-nm-motorista
            move ws-data-hoje                      to f18700-data-chegada
            move ws-hora-agora                     to f18700-hora-chegada
            if   ws-data-hoje greater f18700-data-agendamento
            or  (ws-data-hoje equal f18700-data-agendamento
            and  ws-hora-agora greater f18700-hora-fim)
                 set  f18700-chegada-atrasada      to true
            else
                 set  f18700-chegada-na-janela     to true
            end-if
            set  f18700-veiculo-em-doca            to true

            perform 9000-regravar-pd18700
            if   not ws-operacao-ok
                 string "Erro ao gravar chegada - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f18700-chegada-atrasada
                 perform 2950-ocorrencia-fornecedor
            end-if

            perform 9000-move-registros-frame

            if   f18700-chegada-atrasada
                 move "Chegada fora da janela - ocorrência registrada no scorecard do fornecedor!" to ws-mensagem
            else
                 move "Chegada registrada - veículo liberado para a doca!" to ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2500-check-out section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2900-localizar-agendamento
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18700-veiculo-em-doca
                 move "Veículo não está na doca!"  to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma saída do veículo da doca? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-horas                        from time
            move ws-horas(1:4)                     to f18700-hora-saida
            set  f18700-recebimento-finalizado     to true

            perform 9000-regravar-pd18700
            if   not ws-operacao-ok
                 string "Erro ao gravar saída - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Saída registrada - recebimento finalizado!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Veículo que chegou sem agendamento: entra na doca informada
      *> com a chegada já registrada (sem janela) e gera ocorrência do
      *> fornecedor.
       2600-chegada-sem-agendamento section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            accept ws-data-hoje                    from date yyyymmdd
            accept ws-horas                        from time
            move ws-horas(1:4)                     to ws-hora-agora
            move ws-data-hoje                      to ws-data-agendamento
            move ws-data-hoje                      to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-agendamento
            display frm-agendamento

            perform 2800-informar-origem
            if   not ws-origem-valida
                 exit section
            end-if

            perform until f-cd-doca <> zeros
                 accept f-cd-doca   at line 13 col 22 with update auto-skip
            end-perform

            accept f-qtde-volumes   at line 19 col 22 with update auto-skip
            accept f-qtde-paletes   at line 19 col 43 with update auto-skip
            accept f-placa-veiculo  at line 20 col 22 with update auto-skip
            move function upper-case(f-placa-veiculo) to f-placa-veiculo
            accept f-nm-motorista   at line 20 col 45 with update auto-skip
            move function upper-case(f-nm-motorista) to f-nm-motorista

            move "Confirma entrada do veículo sem agendamento? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            perform 2820-proximo-agendamento
            if   ws-nr-agendamento equal zeros
                 exit section
            end-if

            initialize                             f18700-agendamento-recebimento
            move lnk-cd-empresa                    to f18700-cd-empresa
            move lnk-cd-filial                     to f18700-cd-filial
            move ws-data-agendamento               to f18700-data-agendamento
            move ws-nr-agendamento                 to f18700-nr-agendamento
            move f-cd-doca                         to f18700-cd-doca
            move zeros                             to f18700-hora-inicio
                                                      f18700-hora-fim
            perform 2830-mover-origem
            move f-qtde-volumes                    to f18700-qtde-volumes
            move f-qtde-paletes                    to f18700-qtde-paletes
            move f-placa-veiculo                   to f18700-placa-veiculo
            move f-nm-motorista                    to f18700-nm-motorista
            move ws-data-hoje                      to f18700-data-chegada
            move ws-hora-agora                     to f18700-hora-chegada
            move zeros                             to f18700-hora-saida
            set  f18700-chegada-sem-agendamento    to true
            set  f18700-chegada-na-janela          to true
            move lnk-id-usuario                    to f18700-id-usuario
            move ws-data-hoje                      to f18700-data-inclusao
            set  f18700-veiculo-em-doca            to true

            perform 9000-gravar-pd18700
            if   not ws-operacao-ok
                 string "Erro ao gravar chegada - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2950-ocorrencia-fornecedor

            perform 9000-move-registros-frame

            move spaces                            to ws-mensagem
            string "Chegada sem agendamento registrada (" ws-nr-agendamento ") - ocorrência no scorecard do fornecedor!"
                   into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2700-cancelar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2900-localizar-agendamento
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18700-agendamento-aberto
                 move "Só agendamento sem chegada registrada pode ser cancelado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma cancelamento do agendamento? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  f18700-agendamento-cancelado      to true
            perform 9000-regravar-pd18700
            if   not ws-operacao-ok
                 string "Erro ao cancelar agendamento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Agendamento cancelado - janela liberada!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Origem da entrega: pedido de compra ainda a receber (P) ou
      *> programação de contrato ativo com saldo a entregar (E) - o
      *> fornecedor vem do pedido ou do contrato.
       2800-informar-origem section.

            set  ws-origem-valida                  to false

            perform until exit
                 accept f-tipo-origem at line 15 col 22 with update auto-skip
                 move function upper-case(f-tipo-origem) to f-tipo-origem
                 if   f-tipo-origem equal "P" or "E"
                      exit perform
                 end-if
                 move "Origem inválida! Informe P (Pedido de compra) ou E (Programação de entrega)" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            if   f-tipo-origem equal "P"
                 move zeros                        to f-nr-contrato
                                                      f-cd-produto
                 accept f-nr-pedido at line 15 col 34 with update auto-skip
                 initialize                        f03000-pedido-compra
                 move lnk-cd-empresa               to f03000-cd-empresa
                 move lnk-cd-filial                to f03000-cd-filial
                 move f-nr-pedido                  to f03000-nr-pedido
                 perform 9000-ler-pd03000-ran
                 if   not ws-operacao-ok
                      move "Pedido de compra não encontrado!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 if   not f03000-pedido-emitido
                 and  not f03000-pedido-parcial
                      move "Pedido não está liberado para recebimento!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 move f03000-cd-fornecedor         to f-cd-fornecedor
            else
                 move zeros                        to f-nr-pedido
                 accept f-nr-contrato at line 16 col 22 with update auto-skip
                 accept f-cd-produto  at line 16 col 43 with update auto-skip
                 initialize                        f11600-contrato-fornecimento
                 move lnk-cd-empresa               to f11600-cd-empresa
                 move lnk-cd-filial                to f11600-cd-filial
                 move f-nr-contrato                to f11600-nr-contrato
                 perform 9000-ler-pd11600-ran
                 if   not ws-operacao-ok
                 or   not f11600-contrato-ativo
                      move "Contrato de fornecimento não encontrado ou encerrado!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 initialize                        f11700-programacao-entrega
                 move lnk-cd-empresa               to f11700-cd-empresa
                 move lnk-cd-filial                to f11700-cd-filial
                 move f-nr-contrato                to f11700-nr-contrato
                 move f-cd-produto                 to f11700-cd-produto
                 move ws-data-agendamento(1:6)     to f11700-ano-mes
                 perform 9000-ler-pd11700-ran
                 if   not ws-operacao-ok
                 or   f11700-qtde-recebida not less f11700-qtde-programada
                      move "Sem programação com saldo a entregar no mês do agendamento!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 move f11600-cd-fornecedor         to f-cd-fornecedor
            end-if

            initialize                             f01500-fornecedor
            move lnk-cd-empresa                    to f01500-cd-empresa
            move lnk-cd-filial                     to f01500-cd-filial
            move f-cd-fornecedor                   to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   ws-operacao-ok
                 move f01500-razao-social          to f-ds-fornecedor
            end-if
            display frm-agendamento

            set  ws-origem-valida                  to true

       exit.

      *>=================================================================================
      *> Veículos e paletes já agendados na janela (cancelados fora).
       2810-ocupacao-janela section.

            move zeros                             to ws-nr-veiculos
                                                      ws-nr-paletes

            initialize                             f18700-agendamento-recebimento
            move lnk-cd-empresa                    to f18700-cd-empresa
            move lnk-cd-filial                     to f18700-cd-filial
            move ws-data-agendamento               to f18700-data-agendamento
            perform 9000-str-pd18700-grt
            perform 9000-ler-pd18700-nex

            perform until not ws-operacao-ok
                          or f18700-cd-empresa       <> lnk-cd-empresa
                          or f18700-cd-filial        <> lnk-cd-filial
                          or f18700-data-agendamento <> ws-data-agendamento
                 if   f18700-cd-doca     equal f-cd-doca
                 and  f18700-hora-inicio equal f-hora-inicio
                 and  f18700-agendamento-previo
                 and  not f18700-agendamento-cancelado
                      add  1                       to ws-nr-veiculos
                      add  f18700-qtde-paletes     to ws-nr-paletes
                 end-if
                 perform 9000-ler-pd18700-nex
            end-perform

       exit.

      *>=================================================================================
       2820-proximo-agendamento section.

            move zeros                             to ws-nr-agendamento

            initialize                             lk-parametros-sequencia
            string "AGENDREC-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move 1                                 to lk-seq-valor-minimo
            move lk-parametros-sequencia           to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                 to lk-parametros-sequencia
            move spaces                            to lnk-linha-comando
            if   lk-seq-valor equal zeros
                 move "Erro na alocação do número do agendamento!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move lk-seq-valor                      to ws-nr-agendamento

       exit.

      *>=================================================================================
       2830-mover-origem section.

            move f-cd-fornecedor                   to f18700-cd-fornecedor
            move f-tipo-origem                     to f18700-tipo-origem
            move f-nr-pedido                       to f18700-nr-pedido
            move f-nr-contrato                     to f18700-nr-contrato
            move f-cd-produto                      to f18700-cd-produto
            if   f18700-origem-programacao
                 move ws-data-agendamento(1:6)     to f18700-ano-mes-programacao
            else
                 move zeros                        to f18700-ano-mes-programacao
            end-if

       exit.

      *>=================================================================================
       2900-localizar-agendamento section.

            set  ws-registro-encontrado            to false

            perform until exit
                 accept f-data-agendamento at line 11 col 22 with update auto-skip
                 move f-data-agendamento           to ws-data
                 move ws-dia                       to ws-dia-inv
                 move ws-mes                       to ws-mes-inv
                 move ws-ano                       to ws-ano-inv
                 if   function test-date-yyyymmdd(ws-data-inv) equal zeros
                      exit perform
                 end-if
            end-perform

            perform until f-nr-agendamento <> zeros
                 accept f-nr-agendamento at line 11 col 47 with update auto-skip
            end-perform

            initialize                             f18700-agendamento-recebimento
            move lnk-cd-empresa                    to f18700-cd-empresa
            move lnk-cd-filial                     to f18700-cd-filial
            move ws-data-inv                       to f18700-data-agendamento
            move f-nr-agendamento                  to f18700-nr-agendamento
            perform 9000-ler-pd18700-ran
            if   not ws-operacao-ok
                 move "Agendamento não encontrado na data informada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-registro-encontrado            to true
            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
       2910-validar-hora section.

            if   ws-hora-validar-hh less 24
            and  ws-hora-validar-mm less 60
                 set  ws-hora-valida               to true
            else
                 set  ws-hora-valida               to false
                 move "Hora inválida - informe HHMM!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Ocorrência para o scorecard (CS40007S): chegada depois da
      *> janela (J) ou sem agendamento (N).
       2950-ocorrencia-fornecedor section.

            initialize                              f11500-ocorrencia-fornecedor
            move lnk-cd-empresa                     to f11500-cd-empresa
            move lnk-cd-filial                      to f11500-cd-filial
            move f18700-cd-fornecedor               to f11500-cd-fornecedor
            move f18700-data-chegada                to f11500-data-ocorrencia
            move 1                                  to f11500-nr-sequencia
            move f18700-nr-pedido                   to f11500-nr-pedido
            if   f18700-chegada-sem-agendamento
                 set  f11500-chegada-sem-agendamento to true
                 string "CHEGADA SEM AGENDAMENTO - DOCA " f18700-cd-doca
                        into f11500-ds-ocorrencia
            else
                 set  f11500-chegada-fora-janela    to true
                 string "CHEGADA FORA DA JANELA - AGEND " f18700-nr-agendamento
                        into f11500-ds-ocorrencia
            end-if
            perform 9000-gravar-pd11500
            perform until not ws-registro-existente
                 add  1                             to f11500-nr-sequencia
                 perform 9000-gravar-pd11500
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar pd11500 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-manutencao
                 move "01 - Janelas"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-inclusao
                 move "02 - Agendar"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "03 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "04 - Check-in"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "05 - Check-out"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-inclusao
                 move "06 - Sem Agendamento"       to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "07 - Cancelar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-agendamento

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-agendamento

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-agendamento
            move f18700-data-agendamento           to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-agendamento
            move f18700-nr-agendamento             to f-nr-agendamento
            evaluate true
                when f18700-agendamento-aberto
                     move "AGENDADO"               to f-ds-situacao
                when f18700-veiculo-em-doca
                     move "EM DOCA"                to f-ds-situacao
                when f18700-recebimento-finalizado
                     move "FINALIZADO"             to f-ds-situacao
                when f18700-agendamento-cancelado
                     move "CANCELADO"              to f-ds-situacao
            end-evaluate
            move f18700-cd-doca                    to f-cd-doca
            move f18700-hora-inicio                to f-hora-inicio
            move f18700-hora-fim                   to f-hora-fim
            move f18700-tipo-origem                to f-tipo-origem
            move f18700-nr-pedido                  to f-nr-pedido
            move f18700-nr-contrato                to f-nr-contrato
            move f18700-cd-produto                 to f-cd-produto
            move f18700-cd-fornecedor              to f-cd-fornecedor
            move f18700-qtde-volumes               to f-qtde-volumes
            move f18700-qtde-paletes               to f-qtde-paletes
            move f18700-placa-veiculo              to f-placa-veiculo
            move f18700-nm-motorista               to f-nm-motorista
            move f18700-data-chegada               to f-data-chegada
            move f18700-hora-chegada               to f-hora-chegada
            move f18700-hora-saida                 to f-hora-saida
            if   f18700-chegada-sem-agendamento
                 move "SEM AGENDAMENTO"            to f-ds-ocorrencia
            else
                 if   f18700-chegada-atrasada
                      move "CHEGADA ATRASADA"      to f-ds-ocorrencia
                 end-if
            end-if

            initialize                             f18600-janela-recebimento
            move lnk-cd-empresa                    to f18600-cd-empresa
            move lnk-cd-filial                     to f18600-cd-filial
            move f18700-cd-doca                    to f18600-cd-doca
            move f18700-hora-inicio                to f18600-hora-inicio
            perform 9000-ler-pd18600-ran
            if   ws-operacao-ok
                 move f18600-ds-doca               to f-ds-doca
            end-if

            initialize                             f01500-fornecedor
            move lnk-cd-empresa                    to f01500-cd-empresa
            move lnk-cd-filial                     to f01500-cd-filial
            move f18700-cd-fornecedor              to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   ws-operacao-ok
                 move f01500-razao-social          to f-ds-fornecedor
            end-if

            perform 9000-frame-padrao
            display frm-agendamento

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR18600.cpy.
       copy CSR18700.cpy.
       copy CSR03000.cpy.
       copy CSR11600.cpy.
       copy CSR11700.cpy.
       copy CSR11500.cpy.
       copy CSR01500.cpy.
