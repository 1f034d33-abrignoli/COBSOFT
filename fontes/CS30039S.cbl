      $set sourceformat"free"
       program-id. CS30039S.
      *>=================================================================================
      *>
      *>           Expedição - Geração do NOTFIS (PROCEDA) do Embarque
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS04800.cpy.
       copy CSS04900.cpy.
       copy CSS05000.cpy.
       copy CSS01400.cpy.
       copy CSS02000.cpy.
       copy CSS00700.cpy.
       copy CSS00600.cpy.
       copy CSS00500.cpy.
       copy CSS00400.cpy.
       copy CSS00300.cpy.

             select arqnotfis assign to disk wid-arqnotfis
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF04800.cpy.
       copy CSF04900.cpy.
       copy CSF05000.cpy.
       copy CSF01400.cpy.
       copy CSF02000.cpy.
       copy CSF00700.cpy.
       copy CSF00600.cpy.
       copy CSF00500.cpy.
       copy CSF00400.cpy.
       copy CSF00300.cpy.

       fd   arqnotfis.

       01   rl-registro-notfis.
            03 rl-linha-notfis                     pic x(320).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30039S".
       78   c-descricao-programa                   value "GERACAO NOTFIS".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-ddmmaaaa                    pic 9(08).
            03 ws-nr-notas                         pic 9(05).
            03 ws-valor-total-notas                pic 9(13)v9(02).
            03 ws-peso-total-notas                 pic 9(11)v9(04).
            03 ws-volumes-total-notas              pic 9(09).
            03 ws-id-logradouro                    pic 9(09).
            03 ws-endereco.
               05 ws-end-logradouro                pic x(40).
               05 ws-end-bairro                    pic x(20).
               05 ws-end-cidade                    pic x(35).
               05 ws-end-cep                       pic 9(09).
               05 ws-end-cd-municipio              pic 9(09).
               05 ws-end-uf                        pic x(09).

      *> Parâmetros recebidos e devolvidos em lnk-linha-comando: o
      *> embarque e, na volta, se o arquivo foi gerado e o nome dele.
       01   lk-parametros-notfis.
            03 lk-ntf-nr-embarque                  pic 9(09).
            03 lk-ntf-id-retorno                   pic x(01).
               88 lk-ntf-gerado                        value "S" false "N".
            03 lk-ntf-nm-arquivo                   pic x(255).

      *> Leiaute NOTFIS 3.1 PROCEDA - registros de 320 posições
       01   ws-reg-000.
            03 filler                              pic x(03) value "000".
            03 ws-000-remetente                    pic x(35).
            03 ws-000-destinatario                 pic x(35).
            03 ws-000-data                         pic 9(06).
            03 ws-000-hora                         pic 9(04).
            03 ws-000-id-intercambio               pic x(12).
            03 filler                              pic x(225) value spaces.

       01   ws-reg-310.
            03 filler                              pic x(03) value "310".
            03 ws-310-id-documento                 pic x(14).
            03 filler                              pic x(303) value spaces.

       01   ws-reg-311.
            03 filler                              pic x(03) value "311".
            03 ws-311-cnpj                         pic 9(14).
            03 ws-311-ie                           pic x(15).
            03 ws-311-endereco                     pic x(40).
            03 ws-311-cidade                       pic x(35).
            03 ws-311-cep                          pic 9(09).
            03 ws-311-uf                           pic x(09).
            03 ws-311-data-embarque                pic 9(08).
            03 ws-311-razao-social                 pic x(40).
            03 filler                              pic x(147) value spaces.

       01   ws-reg-312.
            03 filler                              pic x(03) value "312".
            03 ws-312-razao-social                 pic x(40).
            03 ws-312-cnpj                         pic 9(14).
            03 ws-312-ie                           pic x(15).
            03 ws-312-endereco                     pic x(40).
            03 ws-312-bairro                       pic x(20).
            03 ws-312-cidade                       pic x(35).
            03 ws-312-cep                          pic 9(09).
            03 ws-312-cd-municipio                 pic 9(09).
            03 ws-312-uf                           pic x(09).
            03 ws-312-telefone                     pic 9(14).
            03 ws-312-tipo-pessoa                  pic x(01).
            03 filler                              pic x(111) value spaces.

       01   ws-reg-313.
            03 filler                              pic x(03) value "313".
            03 ws-313-romaneio                     pic x(15).
            03 ws-313-cd-rota                      pic x(07).
            03 ws-313-meio-transporte              pic x(01).
            03 ws-313-tipo-transporte              pic x(01).
            03 ws-313-tipo-carga                   pic x(01).
            03 ws-313-condicao-frete               pic x(01).
            03 ws-313-serie                        pic x(03).
            03 ws-313-numero                       pic 9(08).
            03 ws-313-data-emissao                 pic 9(08).
            03 ws-313-natureza                     pic x(15).
            03 ws-313-especie                      pic x(15).
            03 ws-313-volumes                      pic 9(05)v9(02).
            03 ws-313-valor-total                  pic 9(13)v9(02).
            03 ws-313-peso-bruto                   pic 9(09)v9(04).
            03 ws-313-chave-acesso                 pic x(44).
            03 filler                              pic x(163) value spaces.

       01   ws-reg-318.
            03 filler                              pic x(03) value "318".
            03 ws-318-valor-total                  pic 9(13)v9(02).
            03 ws-318-peso-total                   pic 9(11)v9(04).
            03 ws-318-volumes                      pic 9(09).
            03 ws-318-qtde-notas                   pic 9(05).
            03 filler                              pic x(273) value spaces.

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

            move lnk-linha-comando                  to lk-parametros-notfis
            set  lk-ntf-gerado                      to false
            move spaces                             to lk-ntf-nm-arquivo

            perform 9000-abrir-i-pd04800
            perform 9000-abrir-i-pd04900
            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd02000
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-i-pd00600
            perform 9000-abrir-i-pd00500
            perform 9000-abrir-i-pd00400
            perform 9000-abrir-i-pd00300

            accept ws-data-hoje                     from date yyyymmdd
            accept ws-horas                         from time

       exit.

      *>=================================================================================
      *> Um arquivo por embarque em lnk-int-path
      *> (NOTFIS_empresa_filial_embarque.TXT), que o integrador EDI
      *> entrega à transportadora: cabeçalho de intercâmbio (000) e de
      *> documento (310), embarcadora (311), para cada nota o
      *> destinatário (312) e a nota (313), e o total (318).
       2000-processamento section.

            initialize                              f04800-embarque
            move lnk-cd-empresa                     to f04800-cd-empresa
            move lnk-cd-filial                      to f04800-cd-filial
            move lk-ntf-nr-embarque                 to f04800-nr-embarque
            perform 9000-ler-pd04800-ran
            if   not ws-operacao-ok
                 move "Embarque não encontrado para geração do NOTFIS!" to ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            initialize                              f02000-transportador
            move lnk-cd-empresa                     to f02000-cd-empresa
            move lnk-cd-filial                      to f02000-cd-filial
            move f04800-cd-transportador            to f02000-cd-transportador
            perform 9000-ler-pd02000-ran
            if   not ws-operacao-ok
                 move spaces                        to f02000-razao-social
            end-if

            move spaces                              to wid-arqnotfis
            string lnk-int-path delimited by "  " "\NOTFIS_"
                   lnk-cd-empresa "_" lnk-cd-filial "_" f04800-nr-embarque ".TXT"
                   delimited by "  " into wid-arqnotfis

            open output arqnotfis
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo NOTFIS - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            move zeros                              to ws-nr-notas
                                                       ws-valor-total-notas
                                                       ws-peso-total-notas
                                                       ws-volumes-total-notas

            perform 2100-cabecalhos

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

                 perform 2200-nota

                 perform 9000-ler-pd04900-nex

            end-perform

            move ws-valor-total-notas               to ws-318-valor-total
            move ws-peso-total-notas                to ws-318-peso-total
            move ws-volumes-total-notas             to ws-318-volumes
            move ws-nr-notas                        to ws-318-qtde-notas
            move ws-reg-318                         to rl-linha-notfis
            write rl-registro-notfis

            close arqnotfis

            set  lk-ntf-gerado                      to true
            move wid-arqnotfis                      to lk-ntf-nm-arquivo
            move ws-nr-notas                        to lnk-nr-registros-lote

       exit.

      *>=================================================================================
       2100-cabecalhos section.

            move lnk-razao-social                   to ws-000-remetente
            move f02000-razao-social                to ws-000-destinatario
            move ws-data-hoje(7:2)                  to ws-000-data(1:2)
            move ws-data-hoje(5:2)                  to ws-000-data(3:2)
            move ws-data-hoje(3:2)                  to ws-000-data(5:2)
            move ws-horas(1:4)                      to ws-000-hora
            move spaces                             to ws-000-id-intercambio
            string "NOT" ws-data-hoje(7:2) ws-data-hoje(5:2) ws-horas(1:4) "1"
                   delimited by size into ws-000-id-intercambio
            move ws-reg-000                         to rl-linha-notfis
            write rl-registro-notfis

            move spaces                             to ws-310-id-documento
            string "NOTFI" ws-data-hoje(7:2) ws-data-hoje(5:2) ws-horas(1:4) "1"
                   delimited by size into ws-310-id-documento
            move ws-reg-310                         to rl-linha-notfis
            write rl-registro-notfis

            initialize                              f00700-empresa
            move lnk-cd-empresa                     to f00700-cd-empresa
            move lnk-cd-filial                      to f00700-cd-filial
            perform 9000-ler-pd00700-ran
            if   not ws-operacao-ok
                 initialize                         f00700-empresa
            end-if

            move f00700-id-logradouro               to ws-id-logradouro
            perform 2900-montar-endereco

            move lnk-cnpj                           to ws-311-cnpj
            move f00700-ie                          to ws-311-ie
            move spaces                             to ws-311-endereco
            string ws-end-logradouro delimited by "  " ", " f00700-nr-endereco
                   delimited by size into ws-311-endereco
            move ws-end-cidade                      to ws-311-cidade
            move ws-end-cep                         to ws-311-cep
            move ws-end-uf                          to ws-311-uf
            move f04800-data-embarque(7:2)          to ws-data-ddmmaaaa(1:2)
            move f04800-data-embarque(5:2)          to ws-data-ddmmaaaa(3:2)
            move f04800-data-embarque(1:4)          to ws-data-ddmmaaaa(5:4)
            move ws-data-ddmmaaaa                   to ws-311-data-embarque
            move lnk-razao-social                   to ws-311-razao-social
            move ws-reg-311                         to rl-linha-notfis
            write rl-registro-notfis

       exit.

      *>=================================================================================
       2200-nota section.

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
            move 01                                 to f05000-tipo-nota
            move f04900-numero-documento            to f05000-numero-documento
            move f04900-serie-documento             to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            initialize                              f01400-cliente
            move lnk-cd-empresa                     to f01400-cd-empresa
            move lnk-cd-filial                      to f01400-cd-filial
            move f05000-cd-destinatario             to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 initialize                         f01400-cliente
            end-if

      *>   entrega no endereço da nota quando diferente do cadastro
            if   f05000-id-logradouro-entrega not equal zeros
                 move f05000-id-logradouro-entrega  to ws-id-logradouro
            else
                 move f01400-id-logradouro          to ws-id-logradouro
            end-if
            perform 2900-montar-endereco

            move f01400-razao-social                to ws-312-razao-social
            move f01400-cgc                         to ws-312-cnpj
            move f01400-ie                          to ws-312-ie
            move spaces                             to ws-312-endereco
            string ws-end-logradouro delimited by "  " ", " f01400-nr-endereco
                   delimited by size into ws-312-endereco
            move ws-end-bairro                      to ws-312-bairro
            move ws-end-cidade                      to ws-312-cidade
            move ws-end-cep                         to ws-312-cep
            move ws-end-cd-municipio                to ws-312-cd-municipio
            move ws-end-uf                          to ws-312-uf
            move f01400-nr-telefone-1               to ws-312-telefone
            if   f01400-pessoa-fisica
                 move "1"                           to ws-312-tipo-pessoa
            else
                 move "2"                           to ws-312-tipo-pessoa
            end-if
            move ws-reg-312                         to rl-linha-notfis
            write rl-registro-notfis

            move f04800-nr-embarque                 to ws-313-romaneio
            move spaces                             to ws-313-cd-rota
      *>   rodoviário, carga fechada, carga normal, frete CIF
            move "1"                                to ws-313-meio-transporte
            move "1"                                to ws-313-tipo-transporte
            move "1"                                to ws-313-tipo-carga
            move "C"                                to ws-313-condicao-frete
            move f05000-serie-documento             to ws-313-serie
            move f05000-numero-documento            to ws-313-numero
            move f05000-data-operacao(7:2)          to ws-data-ddmmaaaa(1:2)
            move f05000-data-operacao(5:2)          to ws-data-ddmmaaaa(3:2)
            move f05000-data-operacao(1:4)          to ws-data-ddmmaaaa(5:4)
            move ws-data-ddmmaaaa                   to ws-313-data-emissao
            move "VENDA"                            to ws-313-natureza
            move "VOLUMES"                          to ws-313-especie
            move f04900-nr-volumes                  to ws-313-volumes
            move f05000-valor-total                 to ws-313-valor-total
            move f04900-peso-bruto                  to ws-313-peso-bruto
            move f05000-chave-acesso                to ws-313-chave-acesso
            move ws-reg-313                         to rl-linha-notfis
            write rl-registro-notfis

            add  1                                  to ws-nr-notas
            add  f05000-valor-total                 to ws-valor-total-notas
            add  f04900-peso-bruto                  to ws-peso-total-notas
            add  f04900-nr-volumes                  to ws-volumes-total-notas

       exit.

      *>=================================================================================
      *> Logradouro -> bairro -> município -> estado
       2900-montar-endereco section.

            initialize                              ws-endereco

            initialize                              f00600-logradouro
            move lnk-cd-empresa                     to f00600-cd-empresa
            move lnk-cd-filial                      to f00600-cd-filial
            move ws-id-logradouro                   to f00600-id-logradouro
            perform 9000-ler-pd00600-ran
            if   not ws-operacao-ok
                 exit section
            end-if
            move f00600-nome-logradouro             to ws-end-logradouro
            move f00600-cep                         to ws-end-cep

            initialize                              f00500-bairro
            move lnk-cd-empresa                     to f00500-cd-empresa
            move lnk-cd-filial                      to f00500-cd-filial
            move f00600-id-bairro                   to f00500-id-bairro
            perform 9000-ler-pd00500-ran
            if   not ws-operacao-ok
                 exit section
            end-if
            move f00500-nome-bairro                 to ws-end-bairro

            initialize                              f00400-municipio
            move lnk-cd-empresa                     to f00400-cd-empresa
            move lnk-cd-filial                      to f00400-cd-filial
            move f00500-id-municipio                to f00400-id-municipio
            perform 9000-ler-pd00400-ran
            if   not ws-operacao-ok
                 exit section
            end-if
            move f00400-nome-municipio              to ws-end-cidade
            move f00400-cd-municipio                to ws-end-cd-municipio

            initialize                              f00300-estado
            move lnk-cd-empresa                     to f00300-cd-empresa
            move lnk-cd-filial                      to f00300-cd-filial
            move f00400-id-estado                   to f00300-id-estado
            perform 9000-ler-pd00300-ran
            if   ws-operacao-ok
                 move f00300-sigla-estado           to ws-end-uf
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd04800
            close pd04900
            close pd05000
            close pd01400
            close pd02000
            close pd00700
            close pd00600
            close pd00500
            close pd00400
            close pd00300

            move lk-parametros-notfis               to lnk-linha-comando

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR04800.cpy.
       copy CSR04900.cpy.
       copy CSR05000.cpy.
       copy CSR01400.cpy.
       copy CSR02000.cpy.
       copy CSR00700.cpy.
       copy CSR00600.cpy.
       copy CSR00500.cpy.
       copy CSR00400.cpy.
       copy CSR00300.cpy.
