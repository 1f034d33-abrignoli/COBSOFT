      $set sourceformat"free"
       program-id. CS30040S.
      *>=================================================================================
      *>
      *>      Expedição - Importação de Ocorrências de Entrega (OCOREN PROCEDA)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS04800.cpy.
       copy CSS04900.cpy.
       copy CSS05000.cpy.
       copy CSS18900.cpy.
       copy CSS00901.cpy.

             select arqocoren assign to disk wid-arqocoren
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF04800.cpy.
       copy CSF04900.cpy.
       copy CSF05000.cpy.
       copy CSF18900.cpy.
       copy CSF00901.cpy.

       fd   arqocoren.

       01   rl-registro-ocoren.
            03 rl-linha-ocoren                     pic x(150).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30040S".
       78   c-descricao-programa                   value "IMPORTACAO OCOREN".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-fim-ocoren                    pic x(01).
               88 ws-fim-ocoren                         value "S" false "N".
            03 ws-id-nota                          pic x(01).
               88 ws-nota-encontrada                    value "S" false "N".
            03 ws-data-hoje                        pic 9(08).
            03 ws-nm-arquivo                       pic x(50).
            03 ws-nr-embarque                      pic 9(09).
            03 ws-ocorrencia.
               05 ws-oco-cnpj-emissor              pic 9(14).
               05 ws-oco-serie-documento           pic x(03).
               05 ws-oco-numero-documento          pic 9(08).
               05 ws-oco-cd-ocorrencia             pic 9(02).
               05 ws-oco-data-ddmmaaaa             pic 9(08).
               05 ws-oco-hora                      pic 9(04).
               05 ws-oco-cd-observacao             pic 9(02).
               05 ws-oco-ds-texto                  pic x(70).
            03 ws-oco-data                         pic 9(08).
            03 ws-ds-tipo                          pic x(22).
            03 ws-nr-entregues                     pic 9(05).
            03 ws-nr-recusadas                     pic 9(05).
            03 ws-nr-pendentes                     pic 9(05).
            03 ws-nr-informativas                  pic 9(05).
            03 ws-nr-ignoradas                     pic 9(05).
            03 ws-contador-x                       pic z(04)9.

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
      *> O nome do arquivo pode vir na linha de comando (job OCOREN de
      *> CS00001S); sem parâmetro é assumido o nome fixo OCOREN.TXT que
      *> o integrador EDI deposita em lnk-int-path.
       1000-inicializacao section.

            perform 9000-abrir-io-pd04800
            perform 9000-abrir-io-pd04900
            perform 9000-abrir-io-pd05000

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

            move spaces                             to wid-arqocoren
            if   lnk-linha-comando not equal spaces
                 move lnk-linha-comando             to ws-nm-arquivo
            else
                 move "OCOREN.TXT"                  to ws-nm-arquivo
            end-if
            string lnk-int-path delimited by "  "
                   "\" ws-nm-arquivo delimited by "  "
                   into wid-arqocoren

            accept ws-data-hoje                     from date yyyymmdd

            move zeros                              to ws-nr-entregues
                                                       ws-nr-recusadas
                                                       ws-nr-pendentes
                                                       ws-nr-informativas
                                                       ws-nr-ignoradas

       exit.

      *>=================================================================================
      *> Registros do OCOREN 3.1 tratados (demais são ignorados):
      *>   341 transportadora
      *>   342 ocorrência da nota:
      *>       col 004-017 CNPJ do emissor da nota
      *>       col 018-020 série da nota
      *>       col 021-028 número da nota
      *>       col 029-030 código da ocorrência
      *>       col 031-038 data da ocorrência (DDMMAAAA)
      *>       col 039-042 hora da ocorrência (HHMM)
      *>       col 043-044 código de observação
      *>       col 045-114 texto livre
      *> Códigos: 01 e 02 entregue; 03, 04 e 05 recusa do cliente;
      *> 07 endereço não localizado; 00 e 98 em trânsito; demais ficam
      *> como outra ocorrência, pendente para o atendimento.
       2000-processamento section.

            open input arqocoren
            if   not ws-operacao-ok
                 string "Arquivo OCOREN não encontrado [" wid-arqocoren "]" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "IMPORTACAO DE OCORRENCIAS DE ENTREGA (OCOREN) - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial " - ARQUIVO " ws-nm-arquivo into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            set  ws-fim-ocoren                      to false

            perform until ws-fim-ocoren

                 read arqocoren
                 if   not ws-operacao-ok
                      set ws-fim-ocoren             to true
                 else
                      if   rl-linha-ocoren(1:3) equal "342"
                           perform 2100-processar-ocorrencia
                      end-if
                 end-if

            end-perform

            close arqocoren

            perform 2500-ocorrencias-em-aberto

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-entregues                    to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "ENTREGAS CONFIRMADAS.....: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-recusadas                    to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "RECUSAS..................: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-pendentes                    to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "OUTRAS PENDENTES.........: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-informativas                 to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "EM TRANSITO..............: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-ignoradas                    to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "IGNORADAS................: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            compute lnk-nr-registros-lote =
                    ws-nr-entregues + ws-nr-recusadas + ws-nr-pendentes
                  + ws-nr-informativas + ws-nr-ignoradas

            if   ws-nr-recusadas greater zeros
            or   ws-nr-pendentes greater zeros
            or   ws-nr-ignoradas greater zeros
                 set  lnk-com-warning               to true
            end-if

       exit.

      *>=================================================================================
       2100-processar-ocorrencia section.

            initialize                              ws-ocorrencia
            move rl-linha-ocoren(04:14)             to ws-oco-cnpj-emissor
            move rl-linha-ocoren(18:03)             to ws-oco-serie-documento
            move rl-linha-ocoren(21:08)             to ws-oco-numero-documento
            move rl-linha-ocoren(29:02)             to ws-oco-cd-ocorrencia
            move rl-linha-ocoren(31:08)             to ws-oco-data-ddmmaaaa
            move rl-linha-ocoren(39:04)             to ws-oco-hora
            move rl-linha-ocoren(43:02)             to ws-oco-cd-observacao
            move rl-linha-ocoren(45:70)             to ws-oco-ds-texto

            if   ws-oco-cnpj-emissor not equal lnk-cnpj
                 add  1                             to ws-nr-ignoradas
                 move spaces                        to rl-linha-relatorio
                 string "NF " ws-oco-numero-documento "/" ws-oco-serie-documento
                        " EMITIDA POR OUTRO CNPJ (" ws-oco-cnpj-emissor ") - IGNORADA"
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            move ws-oco-data-ddmmaaaa(5:4)          to ws-oco-data(1:4)
            move ws-oco-data-ddmmaaaa(3:2)          to ws-oco-data(5:2)
            move ws-oco-data-ddmmaaaa(1:2)          to ws-oco-data(7:2)
            if   function test-date-yyyymmdd(ws-oco-data) not equal zeros
                 move ws-data-hoje                  to ws-oco-data
            end-if

            perform 2200-localizar-nota-embarque
            if   not ws-nota-encontrada
                 add  1                             to ws-nr-ignoradas
                 move spaces                        to rl-linha-relatorio
                 string "NF " ws-oco-numero-documento "/" ws-oco-serie-documento
                        " NAO CONSTA EM EMBARQUE - OCORRENCIA " ws-oco-cd-ocorrencia " IGNORADA"
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            initialize                              f18900-ocorrencia-entrega
            move lnk-cd-empresa                     to f18900-cd-empresa
            move lnk-cd-filial                      to f18900-cd-filial
            move f04900-numero-documento            to f18900-numero-documento
            move f04900-serie-documento             to f18900-serie-documento
            move 1                                  to f18900-nr-sequencia
            move f04900-nr-embarque                 to f18900-nr-embarque
            move f04800-cd-transportador            to f18900-cd-transportador
            move ws-oco-cd-ocorrencia               to f18900-cd-ocorrencia-edi
            evaluate ws-oco-cd-ocorrencia
                when 01
                when 02
                     set  f18900-entregue           to true
                     set  f18900-ocorrencia-informativa to true
                     move "ENTREGUE"                to ws-ds-tipo
                when 03
                when 04
                when 05
                     set  f18900-recusada           to true
                     set  f18900-ocorrencia-pendente to true
                     move "RECUSADA"                to ws-ds-tipo
                when 07
                     set  f18900-endereco-nao-localizado to true
                     set  f18900-ocorrencia-pendente to true
                     move "ENDERECO NAO LOCALIZ."   to ws-ds-tipo
                when 00
                when 98
                     set  f18900-em-transito        to true
                     set  f18900-ocorrencia-informativa to true
                     move "EM TRANSITO"             to ws-ds-tipo
                when other
                     set  f18900-outra-ocorrencia   to true
                     set  f18900-ocorrencia-pendente to true
                     move "OUTRA OCORRENCIA"        to ws-ds-tipo
            end-evaluate
            move ws-oco-data                        to f18900-data-ocorrencia
            move ws-oco-hora                        to f18900-hora-ocorrencia
            move ws-oco-ds-texto                    to f18900-ds-ocorrencia
            move ws-data-hoje                       to f18900-data-importacao
            move ws-nm-arquivo                      to f18900-nm-arquivo

            perform 9000-gravar-pd18900
            perform until not ws-registro-existente
                 add  1                             to f18900-nr-sequencia
                 perform 9000-gravar-pd18900
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar pd18900 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move spaces                             to rl-linha-relatorio
            string "NF " f18900-numero-documento "/" f18900-serie-documento
                   " EMBARQUE " f18900-nr-embarque
                   " COD " ws-oco-cd-ocorrencia " " ws-ds-tipo
                   " " ws-oco-data-ddmmaaaa " " ws-oco-hora
                   " " ws-oco-ds-texto(1:40)
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            evaluate true
                when f18900-entregue
                     add  1                         to ws-nr-entregues
                     perform 2300-confirmar-entrega
                when f18900-recusada
                     add  1                         to ws-nr-recusadas
                     if   f04900-entrega-pendente
                          set  f04900-entrega-recusada to true
                          move f18900-data-ocorrencia to f04900-data-entrega
                          move f18900-hora-ocorrencia to f04900-hora-entrega
                          move ws-oco-ds-texto      to f04900-ds-ocorrencia
                          perform 9000-regravar-pd04900
                          perform 2400-verificar-embarque-concluido
                     end-if
                when f18900-em-transito
                     add  1                         to ws-nr-informativas
                when other
                     add  1                         to ws-nr-pendentes
            end-evaluate

       exit.

      *>=================================================================================
      *> A nota está no embarque mais recente em que foi incluída
      *> (pd04900 tem chave pelo embarque: percorre a filial).
       2200-localizar-nota-embarque section.

            set  ws-nota-encontrada                 to false
            move zeros                              to ws-nr-embarque

            initialize                              f04900-nota-embarque
            move lnk-cd-empresa                     to f04900-cd-empresa
            move lnk-cd-filial                      to f04900-cd-filial
            perform 9000-str-pd04900-grt
            perform 9000-ler-pd04900-nex

            perform until not ws-operacao-ok
                          or f04900-cd-empresa <> lnk-cd-empresa
                          or f04900-cd-filial  <> lnk-cd-filial

                 if   f04900-numero-documento equal ws-oco-numero-documento
                 and  f04900-serie-documento  equal ws-oco-serie-documento
                      move f04900-nr-embarque       to ws-nr-embarque
                 end-if

                 perform 9000-ler-pd04900-nex

            end-perform

            if   ws-nr-embarque equal zeros
                 exit section
            end-if

            initialize                              f04900-nota-embarque
            move lnk-cd-empresa                     to f04900-cd-empresa
            move lnk-cd-filial                      to f04900-cd-filial
            move ws-nr-embarque                     to f04900-nr-embarque
            move ws-oco-numero-documento            to f04900-numero-documento
            move ws-oco-serie-documento             to f04900-serie-documento
            perform 9000-ler-pd04900-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            initialize                              f04800-embarque
            move lnk-cd-empresa                     to f04800-cd-empresa
            move lnk-cd-filial                      to f04800-cd-filial
            move ws-nr-embarque                     to f04800-nr-embarque
            perform 9000-ler-pd04800-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            set  ws-nota-encontrada                 to true

       exit.

      *>=================================================================================
      *> Entrega confirmada pela transportadora: mesmo efeito da
      *> confirmação manual do CS30009C (nota do embarque e mestre da
      *> NF-e) e as ocorrências pendentes da nota ficam resolvidas.
       2300-confirmar-entrega section.

            if   f04900-entrega-realizada
                 exit section
            end-if

            set  f04900-entrega-realizada           to true
            move f18900-data-ocorrencia             to f04900-data-entrega
            move zeros                              to f04900-hora-entrega
            move f18900-hora-ocorrencia             to f04900-hora-entrega(1:4)
            move ws-oco-ds-texto                    to f04900-ds-ocorrencia
            perform 9000-regravar-pd04900

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
            move 01                                 to f05000-tipo-nota
            move f04900-numero-documento            to f05000-numero-documento
            move f04900-serie-documento             to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   ws-operacao-ok
                 move f18900-data-ocorrencia        to f05000-data-entrega
                 move f18900-hora-ocorrencia(1:2)   to f05000-hora-entrega
                 move f18900-hora-ocorrencia(3:2)   to f05000-minuto-entrega
                 perform 9000-regravar-pd05000
            end-if

            initialize                              f18900-ocorrencia-entrega
            move lnk-cd-empresa                     to f18900-cd-empresa
            move lnk-cd-filial                      to f18900-cd-filial
            move f04900-numero-documento            to f18900-numero-documento
            move f04900-serie-documento             to f18900-serie-documento
            move zeros                              to f18900-nr-sequencia
            perform 9000-str-pd18900-grt
            perform 9000-ler-pd18900-nex

            perform until not ws-operacao-ok
                          or f18900-cd-empresa       <> lnk-cd-empresa
                          or f18900-cd-filial        <> lnk-cd-filial
                          or f18900-numero-documento <> f04900-numero-documento
                          or f18900-serie-documento  <> f04900-serie-documento

                 if   f18900-ocorrencia-pendente
                      set  f18900-ocorrencia-resolvida to true
                      move ws-data-hoje             to f18900-data-resolucao
                      move lnk-id-usuario           to f18900-id-usuario-resolucao
                      move "ENTREGA CONFIRMADA PELA TRANSPORTADORA" to f18900-ds-resolucao
                      perform 9000-regravar-pd18900
                 end-if

                 perform 9000-ler-pd18900-nex

            end-perform

            perform 2400-verificar-embarque-concluido

       exit.

      *>=================================================================================
      *> Todas as notas do embarque com desfecho: embarque concluído.
       2400-verificar-embarque-concluido section.

            initialize                              f04900-nota-embarque
            move lnk-cd-empresa                     to f04900-cd-empresa
            move lnk-cd-filial                      to f04900-cd-filial
            move f04800-nr-embarque                 to f04900-nr-embarque
            perform 9000-str-pd04900-grt
            perform 9000-ler-pd04900-nex

            perform until not ws-operacao-ok
                          or f04900-cd-empresa  <> lnk-cd-empresa
                          or f04900-cd-filial   <> lnk-cd-filial
                          or f04900-nr-embarque <> f04800-nr-embarque

                 if   f04900-entrega-pendente
                      exit section
                 end-if

                 perform 9000-ler-pd04900-nex

            end-perform

            perform 9000-ler-pd04800-ran
            if   ws-operacao-ok
            and  not f04800-embarque-concluido
                 set  f04800-embarque-concluido     to true
                 perform 9000-regravar-pd04800
            end-if

       exit.

      *>=================================================================================
      *> Ocorrências ainda sem solução na filial, para o atendimento ao
      *> cliente acionar cliente e transportadora.
       2500-ocorrencias-em-aberto section.

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "OCORRENCIAS DE ENTREGA EM ABERTO (ATENDIMENTO AO CLIENTE)" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f18900-ocorrencia-entrega
            move lnk-cd-empresa                     to f18900-cd-empresa
            move lnk-cd-filial                      to f18900-cd-filial
            perform 9000-str-pd18900-grt
            perform 9000-ler-pd18900-nex

            perform until not ws-operacao-ok
                          or f18900-cd-empresa <> lnk-cd-empresa
                          or f18900-cd-filial  <> lnk-cd-filial

                 if   f18900-ocorrencia-pendente
                      move spaces                   to rl-linha-relatorio
                      string "   NF " f18900-numero-documento "/" f18900-serie-documento
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

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd04800
            close pd04900
            close pd05000
            close pd18900

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR04800.cpy.
       copy CSR04900.cpy.
       copy CSR05000.cpy.
       copy CSR18900.cpy.
