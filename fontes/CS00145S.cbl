      $set sourceformat"free"
       program-id. CS00145S.
      *>=================================================================================
      *>
      *>                 Serviço de Impressão de Etiquetas (ZPL)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS01800.cpy.
       copy CSS02100.cpy.
       copy CSS03800.cpy.
       copy CSS04100.cpy.
       copy CSS04800.cpy.
       copy CSS04900.cpy.
       copy CSS05000.cpy.
       copy CSS01400.cpy.
       copy CSS02000.cpy.
       copy CSS00600.cpy.
       copy CSS00500.cpy.
       copy CSS00400.cpy.
       copy CSS00300.cpy.
       copy CSS04700.cpy.

             select arqetiqueta assign to disk wid-arqetiqueta
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

             select arqmodeloetq assign to disk wid-arqmodeloetq
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF02100.cpy.
       copy CSF03800.cpy.
       copy CSF04100.cpy.
       copy CSF04800.cpy.
       copy CSF04900.cpy.
       copy CSF05000.cpy.
       copy CSF01400.cpy.
       copy CSF02000.cpy.
       copy CSF00600.cpy.
       copy CSF00500.cpy.
       copy CSF00400.cpy.
       copy CSF00300.cpy.
       copy CSF04700.cpy.

       fd   arqetiqueta.

       01   rl-registro-etiqueta.
            03 rl-linha-etiqueta                   pic x(200).

       fd   arqmodeloetq.

       01   rl-registro-modeloetq.
            03 rl-linha-modeloetq                  pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00145S".
       78   c-descricao-programa                   value "IMPRESSAO DE ETIQUETAS".
       78   c-registrar-spool                      value "CS00116S".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-hoje                        pic 9(08).
            03 ws-nm-modelo                        pic x(08).
            03 ws-cd-parametro-modelo              pic x(20).
            03 ws-arquivo-modelo                   pic x(255).
            03 ws-linha-zpl                        pic x(200).
            03 ws-nr-campo                         pic 9(01).
            03 ws-valor-campo                      pic x(60).
            03 ws-preco-x                          pic zzz.zzz.zz9,99.
            03 ws-qtde-x                           pic zzz.zzz.zz9,9999.
            03 ws-data-x                           pic 99/99/9999.
            03 ws-copias-x                         pic zzzz9.
            03 ws-nr-volume-x                      pic zzzz9.
            03 ws-total-volumes-x                  pic zzzz9.
            03 ws-nr-volume                        pic 9(05).
            03 ws-total-volumes                    pic 9(05).
            03 ws-id-logradouro                    pic 9(09).
            03 ws-end-cidade                       pic x(35).
            03 ws-end-uf                           pic x(09).
            03 ws-nm-destinatario                  pic x(55).
            03 ws-nm-transportador                 pic x(55).

      *> Parâmetros recebidos e devolvidos em lnk-linha-comando: o tipo
      *> de etiqueta com as chaves do que imprimir e o número de cópias
      *> de cada uma; na volta, quantas etiquetas foram ao spool.
      *>   P produto  - lk-etq-cd-produto
      *>   L lote     - lk-etq-cd-produto, lk-etq-nr-lote e
      *>                lk-etq-cd-deposito (zero = primeiro depósito
      *>                em que o lote existe)
      *>   E endereço - lk-etq-cd-deposito e lk-etq-cd-produto (zero =
      *>                todos os endereços ativos do depósito)
      *>   V volume   - lk-etq-nr-embarque e lk-etq-numero-documento/
      *>                lk-etq-serie-documento (zero = todas as notas do
      *>                embarque), uma etiqueta por volume da nota
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

      *> Mesmo leiaute de lk-parametros-spool em CS00116S
       01   lk-parametros-spool.
            03 lk-spool-arquivo                    pic x(255).
            03 lk-spool-descricao                  pic x(55).
            03 lk-spool-origem                     pic x(08).
            03 lk-spool-tipo-fluxo                 pic x(01).

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

            move lnk-linha-comando                  to lk-parametros-etiqueta
            set  lk-etq-enviada                     to false
            move zeros                              to lk-etq-nr-etiquetas
            if   lk-etq-qtde-copias not numeric
            or   lk-etq-qtde-copias equal zeros
                 move 1                             to lk-etq-qtde-copias
            end-if

            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd02100
            perform 9000-abrir-i-pd03800
            perform 9000-abrir-i-pd04100
            perform 9000-abrir-i-pd04800
            perform 9000-abrir-i-pd04900
            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd02000
            perform 9000-abrir-i-pd00600
            perform 9000-abrir-i-pd00500
            perform 9000-abrir-i-pd00400
            perform 9000-abrir-i-pd00300

            accept ws-data-hoje                     from date yyyymmdd
            accept ws-horas                         from time

       exit.

      *>=================================================================================
      *> Cada tipo de etiqueta tem o seu formato ZPL (modelo) gravado
      *> na impressora térmica como R:ETQ<tipo>.ZPL: o arquivo do modelo
      *> - caminho no parâmetro ETQ-MODELO-<tipo> (pd04700), sem ele
      *> ..\cgi\ETQ<tipo>.ZPL - vai no início do trabalho (o ^DF do
      *> formato) e cada etiqueta só chama o formato (^XF) preenchendo
      *> os campos ^FN na ordem abaixo. Layout é trabalho de quem
      *> desenha o modelo, não de programa.
      *>   PRODUTO  1 EAN, 2 descrição, 3 preço, 4 código
      *>   LOTE     1 código, 2 descrição, 3 lote, 4 validade,
      *>            5 fabricação, 6 EAN, 7 quantidade
      *>   ENDERECO 1 código de barras depósito+rua+estante+nível,
      *>            2 endereço legível, 3 código, 4 descrição
      *>   VOLUME   1 NF-e número/série, 2 volume x/y, 3 destinatário,
      *>            4 cidade/UF, 5 transportador, 6 embarque, 7 chave de
      *>            acesso
       2000-processamento section.

            evaluate true
                when lk-etq-produto
                     move "PRODUTO"                 to ws-nm-modelo
                when lk-etq-lote
                     move "LOTE"                    to ws-nm-modelo
                when lk-etq-endereco
                     move "ENDERECO"                to ws-nm-modelo
                when lk-etq-volume
                     move "VOLUME"                  to ws-nm-modelo
                when other
                     move "Tipo de etiqueta inválido!" to ws-mensagem
                     perform 9000-mensagem
                     set  lnk-com-erros             to true
                     exit section
            end-evaluate

            perform 2100-carregar-modelo

            move spaces                             to wid-arqetiqueta
            string lnk-tmp-path delimited by "  " "\ETQ_" ws-nm-modelo delimited by " "
                   "_" lnk-cd-empresa "_" lnk-cd-filial "_" ws-data-hoje ws-horas(1:6) ".ZPL"
                   delimited by size into wid-arqetiqueta

            open output arqetiqueta
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo de etiquetas - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 2200-copiar-modelo

            evaluate true
                when lk-etq-produto
                     perform 2300-etiqueta-produto
                when lk-etq-lote
                     perform 2400-etiqueta-lote
                when lk-etq-endereco
                     perform 2500-etiqueta-endereco
                when lk-etq-volume
                     perform 2600-etiqueta-volume
            end-evaluate

            close arqetiqueta

            if   lk-etq-nr-etiquetas equal zeros
                 move "Nenhuma etiqueta gerada!"    to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                              lk-parametros-spool
            move wid-arqetiqueta                    to lk-spool-arquivo
            string "ETIQUETAS " ws-nm-modelo into lk-spool-descricao
            move c-este-programa                    to lk-spool-origem
            move "Z"                                to lk-spool-tipo-fluxo
            move lk-parametros-spool                to lnk-linha-comando
            call c-registrar-spool using lnk-par
            cancel c-registrar-spool

            set  lk-etq-enviada                     to true

       exit.

      *>=================================================================================
       2100-carregar-modelo section.

            move spaces                             to ws-arquivo-modelo
            string "..\cgi\ETQ" ws-nm-modelo delimited by " " ".ZPL"
                   delimited by size into ws-arquivo-modelo

            move spaces                             to ws-cd-parametro-modelo
            string "ETQ-MODELO-" ws-nm-modelo delimited by " "
                   into ws-cd-parametro-modelo

            string lnk-dat-path delimited by "  " "\EFD047.DAT" into wid-pd04700
            open input pd04700
            if   not ws-operacao-ok
                 exit section
            end-if

            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lnk-cd-filial                      to f04700-cd-filial
            move ws-cd-parametro-modelo             to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-texto not equal spaces
                 move f04700-valor-texto            to ws-arquivo-modelo
            end-if

            close pd04700

       exit.

      *>=================================================================================
      *> Sem o arquivo do modelo o trabalho sai só com as chamadas -
      *> vale o formato que já estiver gravado na impressora.
       2200-copiar-modelo section.

            move ws-arquivo-modelo                  to wid-arqmodeloetq
            open input arqmodeloetq
            if   not ws-operacao-ok
                 exit section
            end-if

            perform until exit
                 read arqmodeloetq
                 if   not ws-operacao-ok
                      exit perform
                 end-if
                 move rl-linha-modeloetq            to rl-linha-etiqueta
                 write rl-registro-etiqueta
            end-perform

            close arqmodeloetq

       exit.

      *>=================================================================================
       2300-etiqueta-produto section.

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move lk-etq-cd-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move "Produto não cadastrado!"     to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2310-preco-vigente

            perform 2900-inicio-etiqueta

            move 1                                  to ws-nr-campo
            move f01800-ean                         to ws-valor-campo
            perform 2910-gravar-campo

            move 2                                  to ws-nr-campo
            move f01800-descricao-abreviada         to ws-valor-campo
            perform 2910-gravar-campo

            move 3                                  to ws-nr-campo
            move spaces                             to ws-valor-campo
            string "R$ " function trim(ws-preco-x) delimited by size into ws-valor-campo
            perform 2910-gravar-campo

            move 4                                  to ws-nr-campo
            move f01800-cd-produto                  to ws-valor-campo
            perform 2910-gravar-campo

            perform 2920-fim-etiqueta

       exit.

      *>=================================================================================
      *> Último preço ativo com vigência até hoje (pd02100).
       2310-preco-vigente section.

            move zeros                              to ws-preco-x

            initialize                              f02100-preco-produto
            move lnk-cd-empresa                     to f02100-cd-empresa
            move lnk-cd-filial                      to f02100-cd-filial
            move f01800-cd-produto                  to f02100-cd-produto
            move ws-data-hoje                       to f02100-data-vigencia
            perform 9000-str-pd02100-ngrt
            if   not ws-operacao-ok
                 exit section
            end-if
            perform 9000-ler-pd02100-pre

            perform until not ws-operacao-ok
                          or f02100-cd-empresa <> lnk-cd-empresa
                          or f02100-cd-filial  <> lnk-cd-filial
                          or f02100-cd-produto <> f01800-cd-produto

                 if   f02100-preco-ativo
                      move f02100-vl-unitario       to ws-preco-x
                      exit perform
                 end-if

                 perform 9000-ler-pd02100-pre

            end-perform

       exit.

      *>=================================================================================
       2400-etiqueta-lote section.

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move lk-etq-cd-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move "Produto não cadastrado!"     to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                              f03800-lote
            move lnk-cd-empresa                     to f03800-cd-empresa
            move lnk-cd-filial                      to f03800-cd-filial
            move lk-etq-cd-produto                  to f03800-cd-produto
            move lk-etq-cd-deposito                 to f03800-cd-deposito
            move lk-etq-nr-lote                     to f03800-nr-lote
            if   lk-etq-cd-deposito not equal zeros
                 perform 9000-ler-pd03800-ran
            else
                 perform 9000-str-pd03800-grt
                 perform 9000-ler-pd03800-nex
                 perform until not ws-operacao-ok
                               or f03800-cd-empresa <> lnk-cd-empresa
                               or f03800-cd-filial  <> lnk-cd-filial
                               or f03800-cd-produto <> lk-etq-cd-produto
                               or f03800-nr-lote     = lk-etq-nr-lote
                      perform 9000-ler-pd03800-nex
                 end-perform
                 if   ws-operacao-ok
                 and (f03800-cd-produto <> lk-etq-cd-produto
                  or  f03800-nr-lote    <> lk-etq-nr-lote)
                      move "23"                     to ws-resultado-acesso
                 end-if
            end-if
            if   not ws-operacao-ok
                 move "Lote não encontrado!"        to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2900-inicio-etiqueta

            move 1                                  to ws-nr-campo
            move f01800-cd-produto                  to ws-valor-campo
            perform 2910-gravar-campo

            move 2                                  to ws-nr-campo
            move f01800-descricao-abreviada         to ws-valor-campo
            perform 2910-gravar-campo

            move 3                                  to ws-nr-campo
            move f03800-nr-lote                     to ws-valor-campo
            perform 2910-gravar-campo

            move 4                                  to ws-nr-campo
            move f03800-data-validade               to ws-data-inv
            perform 2930-formatar-data
            perform 2910-gravar-campo

            move 5                                  to ws-nr-campo
            move f03800-data-fabricacao             to ws-data-inv
            perform 2930-formatar-data
            perform 2910-gravar-campo

            move 6                                  to ws-nr-campo
            move f01800-ean                         to ws-valor-campo
            perform 2910-gravar-campo

            move 7                                  to ws-nr-campo
            move f03800-qtde-lote                   to ws-qtde-x
            move spaces                             to ws-valor-campo
            string function trim(ws-qtde-x) " " f01800-unidade-medida
                   delimited by size into ws-valor-campo
            perform 2910-gravar-campo

            perform 2920-fim-etiqueta

       exit.

      *>=================================================================================
       2500-etiqueta-endereco section.

            initialize                              f04100-endereco-produto
            move lnk-cd-empresa                     to f04100-cd-empresa
            move lnk-cd-filial                      to f04100-cd-filial
            move lk-etq-cd-deposito                 to f04100-cd-deposito
            move lk-etq-cd-produto                  to f04100-cd-produto
            if   lk-etq-cd-produto not equal zeros
                 perform 9000-ler-pd04100-ran
                 if   not ws-operacao-ok
                      move "Endereço do produto não cadastrado no depósito!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 perform 2510-etiqueta-endereco
                 exit section
            end-if

            perform 9000-str-pd04100-grt
            perform 9000-ler-pd04100-nex

            perform until not ws-operacao-ok
                          or f04100-cd-empresa  <> lnk-cd-empresa
                          or f04100-cd-filial   <> lnk-cd-filial
                          or f04100-cd-deposito <> lk-etq-cd-deposito

                 if   f04100-endereco-ativo
                      perform 2510-etiqueta-endereco
                 end-if

                 perform 9000-ler-pd04100-nex

            end-perform

       exit.

      *>=================================================================================
       2510-etiqueta-endereco section.

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move f04100-cd-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move spaces                        to f01800-descricao-abreviada
            end-if

            perform 2900-inicio-etiqueta

            move 1                                  to ws-nr-campo
            move spaces                             to ws-valor-campo
            string f04100-cd-deposito f04100-rua f04100-estante f04100-nivel
                   delimited by size into ws-valor-campo
            perform 2910-gravar-campo

            move 2                                  to ws-nr-campo
            move spaces                             to ws-valor-campo
            string "DEP " f04100-cd-deposito
                   " RUA " f04100-rua
                   " EST " f04100-estante
                   " NIV " f04100-nivel
                   delimited by size into ws-valor-campo
            perform 2910-gravar-campo

            move 3                                  to ws-nr-campo
            move f04100-cd-produto                  to ws-valor-campo
            perform 2910-gravar-campo

            move 4                                  to ws-nr-campo
            move f01800-descricao-abreviada         to ws-valor-campo
            perform 2910-gravar-campo

            perform 2920-fim-etiqueta

       exit.

      *>=================================================================================
       2600-etiqueta-volume section.

            initialize                              f04800-embarque
            move lnk-cd-empresa                     to f04800-cd-empresa
            move lnk-cd-filial                      to f04800-cd-filial
            move lk-etq-nr-embarque                 to f04800-nr-embarque
            perform 9000-ler-pd04800-ran
            if   not ws-operacao-ok
                 move "Embarque não encontrado!"    to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                              f02000-transportador
            move lnk-cd-empresa                     to f02000-cd-empresa
            move lnk-cd-filial                      to f02000-cd-filial
            move f04800-cd-transportador            to f02000-cd-transportador
            perform 9000-ler-pd02000-ran
            if   ws-operacao-ok
                 move f02000-razao-social           to ws-nm-transportador
            else
                 move spaces                        to ws-nm-transportador
            end-if

            initialize                              f04900-nota-embarque
            move lnk-cd-empresa                     to f04900-cd-empresa
            move lnk-cd-filial                      to f04900-cd-filial
            move lk-etq-nr-embarque                 to f04900-nr-embarque
            perform 9000-str-pd04900-grt
            perform 9000-ler-pd04900-nex

            perform until not ws-operacao-ok
                          or f04900-cd-empresa  <> lnk-cd-empresa
                          or f04900-cd-filial   <> lnk-cd-filial
                          or f04900-nr-embarque <> lk-etq-nr-embarque

                 if   lk-etq-numero-documento equal zeros
                 or  (f04900-numero-documento equal lk-etq-numero-documento
                 and  f04900-serie-documento  equal lk-etq-serie-documento)
                      perform 2610-volumes-nota
                 end-if

                 perform 9000-ler-pd04900-nex

            end-perform

       exit.

      *>=================================================================================
       2610-volumes-nota section.

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
            move 01                                 to f05000-tipo-nota
            move f04900-numero-documento            to f05000-numero-documento
            move f04900-serie-documento             to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   not ws-operacao-ok
                 initialize                         f05000-mestre-nota-fiscal
            end-if

            move spaces                             to ws-nm-destinatario
            move zeros                              to ws-id-logradouro
            initialize                              f01400-cliente
            move lnk-cd-empresa                     to f01400-cd-empresa
            move lnk-cd-filial                      to f01400-cd-filial
            move f05000-cd-destinatario             to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   ws-operacao-ok
                 move f01400-razao-social           to ws-nm-destinatario
                 move f01400-id-logradouro          to ws-id-logradouro
            end-if
            if   f05000-id-logradouro-entrega not equal zeros
                 move f05000-id-logradouro-entrega  to ws-id-logradouro
            end-if
            perform 2620-cidade-destino

            move f04900-nr-volumes                  to ws-total-volumes
            if   ws-total-volumes equal zeros
                 move 1                             to ws-total-volumes
            end-if

            perform varying ws-nr-volume from 1 by 1
                    until ws-nr-volume > ws-total-volumes

                 perform 2900-inicio-etiqueta

                 move 1                             to ws-nr-campo
                 move spaces                        to ws-valor-campo
                 string "NF-E " f04900-numero-documento "/" f04900-serie-documento
                        delimited by size into ws-valor-campo
                 perform 2910-gravar-campo

                 move 2                             to ws-nr-campo
                 move ws-nr-volume                  to ws-nr-volume-x
                 move ws-total-volumes              to ws-total-volumes-x
                 move spaces                        to ws-valor-campo
                 string "VOLUME " function trim(ws-nr-volume-x) "/" function trim(ws-total-volumes-x)
                        delimited by size into ws-valor-campo
                 perform 2910-gravar-campo

                 move 3                             to ws-nr-campo
                 move ws-nm-destinatario            to ws-valor-campo
                 perform 2910-gravar-campo

                 move 4                             to ws-nr-campo
                 move spaces                        to ws-valor-campo
                 string function trim(ws-end-cidade) " - " ws-end-uf
                        delimited by size into ws-valor-campo
                 perform 2910-gravar-campo

                 move 5                             to ws-nr-campo
                 move ws-nm-transportador           to ws-valor-campo
                 perform 2910-gravar-campo

                 move 6                             to ws-nr-campo
                 move f04900-nr-embarque            to ws-valor-campo
                 perform 2910-gravar-campo

                 move 7                             to ws-nr-campo
                 move f05000-chave-acesso           to ws-valor-campo
                 perform 2910-gravar-campo

                 perform 2920-fim-etiqueta

            end-perform

       exit.

      *>=================================================================================
      *> Logradouro -> bairro -> município -> estado
       2620-cidade-destino section.

            move spaces                             to ws-end-cidade
                                                       ws-end-uf

            initialize                              f00600-logradouro
            move lnk-cd-empresa                     to f00600-cd-empresa
            move lnk-cd-filial                      to f00600-cd-filial
            move ws-id-logradouro                   to f00600-id-logradouro
            perform 9000-ler-pd00600-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            initialize                              f00500-bairro
            move lnk-cd-empresa                     to f00500-cd-empresa
            move lnk-cd-filial                      to f00500-cd-filial
            move f00600-id-bairro                   to f00500-id-bairro
            perform 9000-ler-pd00500-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            initialize                              f00400-municipio
            move lnk-cd-empresa                     to f00400-cd-empresa
            move lnk-cd-filial                      to f00400-cd-filial
            move f00500-id-municipio                to f00400-id-municipio
            perform 9000-ler-pd00400-ran
            if   not ws-operacao-ok
                 exit section
            end-if
            move f00400-nome-municipio              to ws-end-cidade

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
       2900-inicio-etiqueta section.

            move "^XA"                              to rl-linha-etiqueta
            write rl-registro-etiqueta

            move spaces                             to rl-linha-etiqueta
            string "^XFR:ETQ" ws-nm-modelo delimited by " " ".ZPL^FS"
                   delimited by size into rl-linha-etiqueta
            write rl-registro-etiqueta

       exit.

      *>=================================================================================
       2910-gravar-campo section.

            move spaces                             to rl-linha-etiqueta
            string "^FN" ws-nr-campo "^FD" function trim(ws-valor-campo) "^FS"
                   delimited by size into rl-linha-etiqueta
            write rl-registro-etiqueta

            move spaces                             to ws-valor-campo

       exit.

      *>=================================================================================
       2920-fim-etiqueta section.

            move lk-etq-qtde-copias                 to ws-copias-x
            move spaces                             to rl-linha-etiqueta
            string "^PQ" function trim(ws-copias-x) delimited by size into rl-linha-etiqueta
            write rl-registro-etiqueta

            move "^XZ"                              to rl-linha-etiqueta
            write rl-registro-etiqueta

            add  lk-etq-qtde-copias                 to lk-etq-nr-etiquetas

       exit.

      *>=================================================================================
      *> ws-data-inv (AAAAMMDD) para DD/MM/AAAA em ws-valor-campo
       2930-formatar-data section.

            move spaces                             to ws-valor-campo
            if   ws-data-inv equal zeros
                 exit section
            end-if
            move ws-dia-inv                         to ws-dia
            move ws-mes-inv                         to ws-mes
            move ws-ano-inv                         to ws-ano
            move ws-data                            to ws-data-x
            move ws-data-x                          to ws-valor-campo

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd01800
            close pd02100
            close pd03800
            close pd04100
            close pd04800
            close pd04900
            close pd05000
            close pd01400
            close pd02000
            close pd00600
            close pd00500
            close pd00400
            close pd00300

            move lk-parametros-etiqueta             to lnk-linha-comando

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR01800.cpy.
       copy CSR02100.cpy.
       copy CSR03800.cpy.
       copy CSR04100.cpy.
       copy CSR04800.cpy.
       copy CSR04900.cpy.
       copy CSR05000.cpy.
       copy CSR01400.cpy.
       copy CSR02000.cpy.
       copy CSR00600.cpy.
       copy CSR00500.cpy.
       copy CSR00400.cpy.
       copy CSR00300.cpy.
       copy CSR04700.cpy.
