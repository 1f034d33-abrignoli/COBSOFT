       copy CSS01800.cpy.
       copy CSS02000.cpy.
       copy CSS12700.cpy.
       copy CSS18900.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       copy CSF01800.cpy.
       copy CSF02000.cpy.
       copy CSF12700.cpy.
       copy CSF18900.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30009C".
       78   c-autorizar-supervisor                 value "CS00123S".
       78   c-gerar-notfis                         value "CS30039S".
       78   c-imprimir-etiquetas                   value "CS00145S".
       78   c-descricao-programa                   value "EMBARQUES E ENTREGAS".

       copy CSC00900.cpy.
            03 lk-sup-id-autorizacao               pic x(01).
               88 lk-sup-autorizado                    value "S" false "N".
            03 lk-sup-id-usuario                   pic x(11).
            03 lk-sup-tipo-autorizacao             pic x(01).
               88 lk-sup-liberacao-preco               value "P".
            03 lk-sup-id-usuario-titular           pic x(11).

      *> Mesmo leiaute de lk-parametros-notfis em CS30039S
       01   lk-parametros-notfis.
            03 lk-ntf-nr-embarque                  pic 9(09).
            03 lk-ntf-id-retorno                   pic x(01).
               88 lk-ntf-gerado                        value "S" false "N".
            03 lk-ntf-nm-arquivo                   pic x(255).

      *> Mesmo leiaute de lk-parametros-etiqueta em CS00145S
       01   lk-parametros-etiqueta.
            03 lk-etq-tipo                         pic x(01).
               88 lk-etq-produto                       value "P".
               88 lk-etq-lote                          value "L".
               88 lk-etq-endereco                      value "E".
               88 lk-etq-volume                        value "V".
            03 lk-etq-cd-produto                   pic 9(09).
            03 lk-etq-cd-deposito                  pic 9(04).
            03 lk-etq-nr-lote                      pic x(20).
            03 lk-etq-nr-embarque                  pic 9(09).
            03 lk-etq-numero-documento             pic 9(09).
            03 lk-etq-serie-documento              pic x(03).
            03 lk-etq-qtde-copias                  pic 9(05).
            03 lk-etq-nr-etiquetas                 pic 9(07).
            03 lk-etq-id-retorno                   pic x(01).
               88 lk-etq-enviada                       value "S" false "N".

       01   ws-campos-trabalho.
            03 ws-id-nota-liberada                 pic x(01).
            03 ws-id-embarque                      pic x(01).
               88 ws-embarque-encontrado                value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(14).
            03 ws-nr-embarque                      pic 9(09).
            03 ws-peso-nota                        pic 9(09)v9(04).
            03 ws-nr-volumes-nota                  pic 9(05).
            03 ws-nr-dias-limite                   pic 9(03).
            03 ws-id-tem-embarque                  pic x(01).
               88 ws-nota-ja-embarcada                  value "S" false "N".
            03 ws-numero-documento                 pic 9(09).
            03 ws-serie-documento                  pic x(03).
            03 ws-nr-sequencia                     pic 9(03).
            03 ws-ds-resolucao                     pic x(55).
            03 ws-nr-ocorrencias                   pic 9(05).

       01   f-embarque.
            03 f-nr-embarque                       pic 9(09).
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD189.DAT" into wid-pd18900
            open i-o pd18900
            if   ws-arquivo-inexistente
                 open output pd18900
                 close pd18900
                 open i-o pd18900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD189.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
            close pd02000

            close pd12700
            close pd18900

       exit.

                     perform 2100-confirmar-entrega
                when 05
                     perform 2100-relatorio-pendencias
                when 06
                     perform 2100-reenviar-notfis
                when 07
                     perform 2100-ocorrencias-entrega
                when 99
                     set wf-frame-retornar         to true
                when other
                 perform 9000-regravar-pd04800
                 move "DESPACHADO"                  to f-ds-status
                 perform 8000-tela
                 perform 9000-fechar-relatorio
                 perform 2300-enviar-notfis
                 perform 2300-etiquetas-volume
                 exit section
            end-if

            perform 9000-fechar-relatorio
                 perform 9000-regravar-pd05000
            end-if

            if   f04900-entrega-realizada
                 move f-numero-documento            to ws-numero-documento
                 move f-serie-documento             to ws-serie-documento
                 move "ENTREGA CONFIRMADA MANUALMENTE" to ws-ds-resolucao
                 perform 9000-resolver-ocorrencias-nota
            end-if

            perform 9000-verificar-embarque-concluido

            move "Entrega registrada!"              to ws-mensagem

       exit.

      *>=================================================================================
      *> Resolve as ocorrências de entrega (OCOREN) ainda pendentes da
      *> nota em ws-numero-documento/ws-serie-documento.
       9000-resolver-ocorrencias-nota section.

            accept ws-data-inv                      from date yyyymmdd

            initialize                              f18900-ocorrencia-entrega
            move lnk-cd-empresa                     to f18900-cd-empresa
            move lnk-cd-filial                      to f18900-cd-filial
            move ws-numero-documento                to f18900-numero-documento
            move ws-serie-documento                 to f18900-serie-documento
            perform 9000-str-pd18900-grt
            perform 9000-ler-pd18900-nex

            perform until not ws-operacao-ok
                          or f18900-cd-empresa       <> lnk-cd-empresa
                          or f18900-cd-filial        <> lnk-cd-filial
                          or f18900-numero-documento <> ws-numero-documento
                          or f18900-serie-documento  <> ws-serie-documento

                 if   f18900-ocorrencia-pendente
                      set  f18900-ocorrencia-resolvida to true
                      move ws-data-inv              to f18900-data-resolucao
                      move lnk-id-usuario           to f18900-id-usuario-resolucao
                      move ws-ds-resolucao          to f18900-ds-resolucao
                      perform 9000-regravar-pd18900
                 end-if

                 perform 9000-ler-pd18900-nex

            end-perform

       exit.

      *>=================================================================================
      *> Reenvio do NOTFIS de um embarque já despachado (transportadora
      *> não recebeu ou o embarque foi despachado antes do EDI).
       2100-reenviar-notfis section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-embarque
            if   not ws-embarque-encontrado
                 exit section
            end-if

            if   f04800-embarque-aberto
                 move "Embarque ainda não despachado - emita o romaneio!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f04800-data-notfis not equal zeros
                 string "NOTFIS já enviado em " f04800-data-notfis " - reenviar? [S/N]" into ws-mensagem
                 perform 9000-mensagem
                 if   not ws-mensagem-opcao-sim
                      exit section
                 end-if
            end-if

            perform 2300-enviar-notfis

       exit.

      *>=================================================================================
      *> Gera o NOTFIS do embarque em f04800 para a transportadora e
      *> registra data e hora do envio.
       2300-enviar-notfis section.

            initialize                              lk-parametros-notfis
            move f04800-nr-embarque                 to lk-ntf-nr-embarque
            move lk-parametros-notfis               to lnk-linha-comando
            call c-gerar-notfis using lnk-par
            cancel c-gerar-notfis
            move lnk-linha-comando                  to lk-parametros-notfis
            move spaces                             to lnk-linha-comando

            if   not lk-ntf-gerado
                 move "NOTFIS não gerado para o embarque!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                              f04800-embarque
            move lnk-cd-empresa                     to f04800-cd-empresa
            move lnk-cd-filial                      to f04800-cd-filial
            move lk-ntf-nr-embarque                 to f04800-nr-embarque
            perform 9000-ler-pd04800-ran
            if   ws-operacao-ok
                 accept ws-data-inv                 from date yyyymmdd
                 accept ws-horas                    from time
                 move ws-data-inv                   to f04800-data-notfis
                 move ws-horas(1:4)                 to f04800-hora-notfis
                 perform 9000-regravar-pd04800
            end-if

            string "NOTFIS gerado: " lk-ntf-nm-arquivo into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Etiquetas de volume do embarque despachado: uma por volume de
      *> cada nota, com o número da NF-e e "volume x/y".
       2300-etiquetas-volume section.

            move "Imprimir etiquetas de volume? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                              lk-parametros-etiqueta
            set  lk-etq-volume                      to true
            move f-nr-embarque                      to lk-etq-nr-embarque
            move 1                                  to lk-etq-qtde-copias
            move lk-parametros-etiqueta             to lnk-linha-comando
            call c-imprimir-etiquetas using lnk-par
            cancel c-imprimir-etiquetas
            move spaces                             to lnk-linha-comando

       exit.

      *>=================================================================================
      *> Ocorrências de entrega importadas do OCOREN: sem nota informada
      *> lista as pendentes para o atendimento; com nota, resolve a
      *> ocorrência indicada (sequência zero resolve todas da nota).
       2100-ocorrencias-entrega section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            move zeros                              to ws-numero-documento
                                                       ws-nr-sequencia
            move spaces                             to ws-serie-documento
                                                       ws-ds-resolucao

            display "Nota a resolver (0=lista):"    at line 27 col 03
            accept ws-numero-documento at line 27 col 34 with update auto-skip

            if   ws-numero-documento equal zeros
                 perform 2400-relatorio-ocorrencias
                 exit section
            end-if

            if   not lnk-permite-manutencao
                 exit section
            end-if

            display "Serie:"                        at line 27 col 45
            perform until ws-serie-documento <> spaces
                 accept ws-serie-documento at line 27 col 52 with update auto-skip
            end-perform

            display "Sequencia (0=todas):"          at line 28 col 03
            accept ws-nr-sequencia at line 28 col 34 with update auto-skip

            display "Resolucao:"                    at line 29 col 03
            perform until ws-ds-resolucao <> spaces
                 accept ws-ds-resolucao at line 29 col 34 with update auto-skip
            end-perform

            if   ws-nr-sequencia equal zeros
                 perform 9000-resolver-ocorrencias-nota
                 move "Ocorrências pendentes da nota resolvidas!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                              f18900-ocorrencia-entrega
            move lnk-cd-empresa                     to f18900-cd-empresa
            move lnk-cd-filial                      to f18900-cd-filial
            move ws-numero-documento                to f18900-numero-documento
            move ws-serie-documento                 to f18900-serie-documento
            move ws-nr-sequencia                    to f18900-nr-sequencia
            perform 9000-ler-pd18900-ran
            if   not ws-operacao-ok
                 move "Ocorrência não encontrada!"  to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f18900-ocorrencia-pendente
                 move "Ocorrência não está pendente!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept ws-data-inv                      from date yyyymmdd
            set  f18900-ocorrencia-resolvida        to true
            move ws-data-inv                        to f18900-data-resolucao
            move lnk-id-usuario                     to f18900-id-usuario-resolucao
            move ws-ds-resolucao                    to f18900-ds-resolucao
            perform 9000-regravar-pd18900

            move "Ocorrência resolvida!"            to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Ocorrências de entrega sem solução (recusa, endereço não
      *> localizado e demais) para o atendimento ao cliente.
       2400-relatorio-ocorrencias section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "OCORRENCIAS DE ENTREGA EM ABERTO - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-nr-ocorrencias

            initialize                              f18900-ocorrencia-entrega
            move lnk-cd-empresa                     to f18900-cd-empresa
            move lnk-cd-filial                      to f18900-cd-filial
            perform 9000-str-pd18900-grt
            perform 9000-ler-pd18900-nex

            perform until not ws-operacao-ok
                          or f18900-cd-empresa <> lnk-cd-empresa
                          or f18900-cd-filial  <> lnk-cd-filial

                 if   f18900-ocorrencia-pendente
                      add  1                        to ws-nr-ocorrencias
                      move spaces                   to rl-linha-relatorio
                      string "NF " f18900-numero-documento "/" f18900-serie-documento
                             " SEQ " f18900-nr-sequencia
                             " EMBARQUE " f18900-nr-embarque
                             " TRANSP " f18900-cd-transportador
                             " COD " f18900-cd-ocorrencia-edi
                             " DATA " f18900-data-ocorrencia
                             " " f18900-ds-ocorrencia(1:50)
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                 end-if

                 perform 9000-ler-pd18900-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            string "TOTAL DE OCORRENCIAS EM ABERTO: " ws-nr-ocorrencias into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Entregas pendentes: notas autorizadas há mais de N dias que
      *> ainda não têm data de entrega no mestre.
            if   ws-operacao-ok
                 set  f12700-conferencia-liberada   to true
                 move lk-sup-id-usuario             to f12700-id-usuario-liberacao
                 move lk-sup-id-usuario-titular     to f12700-id-usuario-titular
                 perform 9000-regravar-pd12700
            else
                 initialize                         f12700-conferencia-separacao
                 move ws-data-inv                   to f12700-data-conferencia
                 set  f12700-conferencia-liberada   to true
                 move lk-sup-id-usuario             to f12700-id-usuario-liberacao
                 move lk-sup-id-usuario-titular     to f12700-id-usuario-titular
                 perform 9000-gravar-pd12700
            end-if

            end-if

            if   lnk-permite-manutencao
                 move "02 - Incl. NF"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            end-if

            if   lnk-permite-consulta
                 move "05 - Pendentes"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "06 - NOTFIS"                to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "07 - Ocorrenc."             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

       copy CSR01800.cpy.
       copy CSR02000.cpy.
       copy CSR12700.cpy.
       copy CSR18900.cpy.
