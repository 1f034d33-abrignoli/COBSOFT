      $set sourceformat"free"
       program-id. CS40016S.
      *>=================================================================================
      *>
      *>          Compras - Plano Diário de Recebimento por Doca e Janela
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS18600.cpy.
       copy CSS18700.cpy.
       copy CSS01500.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF18600.cpy.
       copy CSF18700.cpy.
       copy CSF01500.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS40016S".
       78   c-descricao-programa                   value "PLANO DE RECEBIMENTO".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-plano                       pic 9(08).
            03 ws-nr-janela                        pic 9(05).
            03 ws-paletes-janela                   pic 9(05).
            03 ws-ds-situacao                      pic x(10).
            03 ws-ds-origem                        pic x(20).
            03 ws-ds-ocorrencia                    pic x(15).
            03 ws-ds-fornecedor                    pic x(30).

       01   ws-totais-dia.
            03 ws-tot-agendados                    pic 9(05).
            03 ws-tot-chegados                     pic 9(05).
            03 ws-tot-atrasados                    pic 9(05).
            03 ws-tot-sem-agendamento              pic 9(05).
            03 ws-tot-pendentes                    pic 9(05).
            03 ws-tot-cancelados                   pic 9(05).
            03 ws-tot-paletes                      pic 9(06).

       01   ws-campos-relatorio.
            03 ws-contador-x                       pic zzzz9.
            03 ws-paletes-x                        pic zzzz9.
            03 ws-volumes-x                        pic zzzz9.
            03 ws-hora-x                           pic 99b99.
            03 ws-hora-2-x                         pic 99b99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

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

            string lnk-dat-path delimited   by "  " "\EFD186.DAT" into wid-pd18600
            open input pd18600
            if   ws-arquivo-inexistente
                 open output pd18600
                 close pd18600
                 open input pd18600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD186.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD187.DAT" into wid-pd18700
            open input pd18700
            if   ws-arquivo-inexistente
                 open output pd18700
                 close pd18700
                 open input pd18700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD187.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01500

            accept ws-data-plano                    from date yyyymmdd

            if   lnk-linha-comando(1:8) is numeric
                 move lnk-linha-comando(1:8)        to ws-data-plano
            end-if

            if   lnk-execucao-foreground
                 display "Data do Plano (AAAAMMDD):" at line 27 col 03
                 accept ws-data-plano               at line 27 col 29 with update auto-skip
            end-if

            initialize                              ws-totais-dia

       exit.

      *>=================================================================================
      *> Plano do dia por doca e janela (na ordem da chave da janela),
      *> com os agendamentos de cada uma; em seguida as chegadas sem
      *> agendamento. Atrasados e sem agendamento já geraram ocorrência
      *> do fornecedor na portaria (CS40015C).
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "PLANO DE RECEBIMENTO DO DIA " ws-data-plano(7:2) "/" ws-data-plano(5:2) "/"
                   ws-data-plano(1:4) " - EMPRESA " lnk-cd-empresa " FILIAL " lnk-cd-filial
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f18600-janela-recebimento
            move lnk-cd-empresa                     to f18600-cd-empresa
            move lnk-cd-filial                      to f18600-cd-filial
            perform 9000-str-pd18600-grt
            perform 9000-ler-pd18600-nex

            perform until not ws-operacao-ok
                          or f18600-cd-empresa <> lnk-cd-empresa
                          or f18600-cd-filial  <> lnk-cd-filial

                 perform 2100-janela

                 perform 9000-ler-pd18600-nex

            end-perform

            perform 2200-sem-agendamento

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-agendados                   to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "AGENDADOS.............: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-tot-chegados                    to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "CHEGADOS..............: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-tot-atrasados                   to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "CHEGADAS ATRASADAS....: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-tot-sem-agendamento             to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "SEM AGENDAMENTO.......: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-tot-pendentes                   to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "AGUARDANDO CHEGADA....: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-tot-cancelados                  to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "CANCELADOS............: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-tot-paletes                     to ws-paletes-x
            move spaces                             to rl-linha-relatorio
            string "PALETES PREVISTOS.....: " ws-paletes-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            compute lnk-nr-registros-lote = ws-tot-agendados + ws-tot-sem-agendamento

            if   ws-tot-atrasados greater zeros
            or   ws-tot-sem-agendamento greater zeros
                 set lnk-com-warning                to true
            end-if

       exit.

      *>=================================================================================
       2100-janela section.

            move zeros                              to ws-nr-janela
                                                       ws-paletes-janela

            initialize                              f18700-agendamento-recebimento
            move lnk-cd-empresa                     to f18700-cd-empresa
            move lnk-cd-filial                      to f18700-cd-filial
            move ws-data-plano                      to f18700-data-agendamento
            perform 9000-str-pd18700-grt
            perform 9000-ler-pd18700-nex

            perform until not ws-operacao-ok
                          or f18700-cd-empresa       <> lnk-cd-empresa
                          or f18700-cd-filial        <> lnk-cd-filial
                          or f18700-data-agendamento <> ws-data-plano

                 if   f18700-cd-doca     equal f18600-cd-doca
                 and  f18700-hora-inicio equal f18600-hora-inicio
                 and  f18700-agendamento-previo
                      if   ws-nr-janela equal zeros
                           perform 2110-cabecalho-janela
                      end-if
                      add  1                        to ws-nr-janela
                      if   not f18700-agendamento-cancelado
                           add  f18700-qtde-paletes to ws-paletes-janela
                      end-if
                      perform 2300-imprimir-agendamento
                 end-if

                 perform 9000-ler-pd18700-nex

            end-perform

            if   ws-nr-janela greater zeros
                 move ws-paletes-janela             to ws-paletes-x
                 move spaces                        to rl-linha-relatorio
                 string "     PALETES NA JANELA: " ws-paletes-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move spaces                        to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

       exit.

      *>=================================================================================
       2110-cabecalho-janela section.

            move f18600-hora-inicio                 to ws-hora-x
            move f18600-hora-fim                    to ws-hora-2-x
            inspect ws-hora-x                       replacing all " " by ":"
            inspect ws-hora-2-x                     replacing all " " by ":"
            move f18600-qtde-max-veiculos           to ws-contador-x
            move f18600-qtde-max-paletes            to ws-paletes-x
            move spaces                             to rl-linha-relatorio
            string "DOCA " f18600-cd-doca " - " f18600-ds-doca " - JANELA " ws-hora-x " A " ws-hora-2-x
                   " - MAX. VEICULOS " ws-contador-x " PALETES " ws-paletes-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "     AGENDAM.  FORNECEDOR                     ORIGEM                VOL.  PALETES PLACA    SITUACAO   CHEG. SAIDA OCORRENCIA"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2200-sem-agendamento section.

            move zeros                              to ws-nr-janela

            initialize                              f18700-agendamento-recebimento
            move lnk-cd-empresa                     to f18700-cd-empresa
            move lnk-cd-filial                      to f18700-cd-filial
            move ws-data-plano                      to f18700-data-agendamento
            perform 9000-str-pd18700-grt
            perform 9000-ler-pd18700-nex

            perform until not ws-operacao-ok
                          or f18700-cd-empresa       <> lnk-cd-empresa
                          or f18700-cd-filial        <> lnk-cd-filial
                          or f18700-data-agendamento <> ws-data-plano

                 if   f18700-chegada-sem-agendamento
                      if   ws-nr-janela equal zeros
                           move "CHEGADAS SEM AGENDAMENTO" to rl-linha-relatorio
                           perform 9000-imprimir-linha-relatorio
                           move "     AGENDAM.  FORNECEDOR                     ORIGEM                VOL.  PALETES PLACA    SITUACAO   CHEG. SAIDA OCORRENCIA"
                                                    to rl-linha-relatorio
                           perform 9000-imprimir-linha-relatorio
                      end-if
                      add  1                        to ws-nr-janela
                      perform 2300-imprimir-agendamento
                 end-if

                 perform 9000-ler-pd18700-nex

            end-perform

       exit.

      *>=================================================================================
       2300-imprimir-agendamento section.

            evaluate true
                when f18700-agendamento-aberto
                     move "AGUARDANDO"              to ws-ds-situacao
                when f18700-veiculo-em-doca
                     move "EM DOCA"                 to ws-ds-situacao
                when f18700-recebimento-finalizado
                     move "FINALIZADO"              to ws-ds-situacao
                when f18700-agendamento-cancelado
                     move "CANCELADO"               to ws-ds-situacao
            end-evaluate

            move spaces                             to ws-ds-origem
            if   f18700-origem-pedido
                 string "PEDIDO " f18700-nr-pedido  into ws-ds-origem
            else
                 string "CONTRATO " f18700-nr-contrato into ws-ds-origem
            end-if

            move spaces                             to ws-ds-ocorrencia
            if   f18700-chegada-sem-agendamento
                 move "SEM AGENDAMENTO"             to ws-ds-ocorrencia
            else
                 if   f18700-chegada-atrasada
                      move "ATRASADO"               to ws-ds-ocorrencia
                 end-if
            end-if

            move spaces                             to ws-ds-fornecedor
            initialize                              f01500-fornecedor
            move lnk-cd-empresa                     to f01500-cd-empresa
            move lnk-cd-filial                      to f01500-cd-filial
            move f18700-cd-fornecedor               to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   ws-operacao-ok
                 move f01500-razao-social           to ws-ds-fornecedor
            end-if

            move f18700-qtde-volumes                to ws-volumes-x
            move f18700-qtde-paletes                to ws-paletes-x
            move f18700-hora-chegada                to ws-hora-x
            move f18700-hora-saida                  to ws-hora-2-x
            inspect ws-hora-x                       replacing all " " by ":"
            inspect ws-hora-2-x                     replacing all " " by ":"
            move spaces                             to rl-linha-relatorio
            string "     " f18700-nr-agendamento " " ws-ds-fornecedor " " ws-ds-origem " "
                   ws-volumes-x "   " ws-paletes-x " " f18700-placa-veiculo " " ws-ds-situacao " "
                   ws-hora-x " " ws-hora-2-x " " ws-ds-ocorrencia into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            evaluate true
                when f18700-agendamento-cancelado
                     add  1                         to ws-tot-cancelados
                when f18700-chegada-sem-agendamento
                     add  1                         to ws-tot-sem-agendamento
                     add  1                         to ws-tot-chegados
                     add  f18700-qtde-paletes       to ws-tot-paletes
                when other
                     add  1                         to ws-tot-agendados
                     add  f18700-qtde-paletes       to ws-tot-paletes
                     if   f18700-agendamento-aberto
                          add  1                    to ws-tot-pendentes
                     else
                          add  1                    to ws-tot-chegados
                     end-if
                     if   f18700-chegada-atrasada
                          add  1                    to ws-tot-atrasados
                     end-if
            end-evaluate

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd18600
            close pd18700
            close pd01500

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR18600.cpy.
       copy CSR18700.cpy.
       copy CSR01500.cpy.
