      $set sourceformat"free"
       program-id. CS30045S.
      *>=================================================================================
      *>
      *>        Publicação de Estoque e Preço (Loja Virtual / Marketplaces)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS19300.cpy.
       copy CSS19400.cpy.
       copy CSS01800.cpy.
       copy CSS06000.cpy.
       copy CSS02100.cpy.
       copy CSS06200.cpy.
       copy CSS06300.cpy.

             select arqpubestoque assign to disk wid-arqpubestoque
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF19300.cpy.
       copy CSF19400.cpy.
       copy CSF01800.cpy.
       copy CSF06000.cpy.
       copy CSF02100.cpy.
       copy CSF06200.cpy.
       copy CSF06300.cpy.

       fd   arqpubestoque.

       01   rl-registro-pubestoque.
            03 rl-linha-pubestoque                 pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30045S".
       78   c-descricao-programa                   value "PUBLICACAO ESTOQUE E PRECO".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-hoje                        pic 9(08).
            03 ws-hora-agora                       pic 9(08).
            03 ws-nr-canais                        pic 9(03).
            03 ws-nr-itens-canal                   pic 9(07).
            03 ws-nr-itens-total                   pic 9(09).
            03 ws-nr-itens-x                       pic z.zzz.zz9.
            03 ws-nr-canais-x                      pic zz9.
            03 ws-id-arquivo                       pic x(01).
               88 ws-arquivo-aberto                     value "S" false "N".
            03 ws-id-publicado                     pic x(01).
               88 ws-produto-publicado                  value "S" false "N".
            03 ws-id-publicacao-anterior           pic x(01).
               88 ws-tem-publicacao-anterior            value "S" false "N".
            03 ws-qtde-saldo                       pic s9(11)v9(04).
            03 ws-qtde-publicar                    pic 9(09)v9(04).
            03 ws-preco-vigente                    pic 9(09)v9(02).
            03 ws-preco-publicar                   pic 9(09)v9(02).
            03 ws-qtde-x                           pic zzzzzzzz9,9999.
            03 ws-preco-x                          pic zzzzzzzz9,99.
            03 ws-ean-x                            pic 9(13).

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

            string lnk-dat-path delimited   by "  " "\EFD193.DAT" into wid-pd19300
            open i-o pd19300
            if   ws-arquivo-inexistente
                 open output pd19300
                 close pd19300
                 open i-o pd19300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD193.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD194.DAT" into wid-pd19400
            open i-o pd19400
            if   ws-arquivo-inexistente
                 open output pd19400
                 close pd19400
                 open i-o pd19400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD194.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd06000
            perform 9000-abrir-i-pd02100
            perform 9000-abrir-i-pd06200
            perform 9000-abrir-i-pd06300

            accept ws-data-hoje                     from date yyyymmdd
            accept ws-hora-agora                    from time

            move zeros                              to ws-nr-canais
                                                       ws-nr-itens-total

       exit.

      *>=================================================================================
      *> Cada canal ativo recebe um arquivo em lnk-int-path com os
      *> produtos cujo disponível ou preço mudou desde a publicação
      *> anterior (pd19400); canal sem mudança não gera arquivo.
      *> Leiaute combinado com a loja virtual (ponto e vírgula, vírgula
      *> decimal), na mesma linha do PEDEXT.CSV importado pelo CS30028S:
      *>   CANAL;código do canal;descrição
      *>   EST;EAN;código do produto;quantidade disponível;preço
      *> Produto que deixa de ser publicado (desmarcado, inativo ou sem
      *> preço) sai com quantidade zero para a loja parar de vender.
       2000-processamento section.

            initialize                              f19300-canal-venda
            move lnk-cd-empresa                     to f19300-cd-empresa
            move lnk-cd-filial                      to f19300-cd-filial
            perform 9000-str-pd19300-grt
            perform 9000-ler-pd19300-nex

            perform until not ws-operacao-ok
                          or f19300-cd-empresa <> lnk-cd-empresa
                          or f19300-cd-filial  <> lnk-cd-filial

                 if   f19300-canal-ativo
                      add  1                        to ws-nr-canais
                      perform 2100-publicar-canal
                 end-if

                 perform 9000-ler-pd19300-nex

            end-perform

            move ws-nr-itens-total                  to lnk-nr-registros-lote

            if   ws-nr-canais equal zeros
                 move "Nenhum canal de venda on-line ativo para publicar!" to ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-warning               to true
                 exit section
            end-if

            move ws-nr-canais                       to ws-nr-canais-x
            move ws-nr-itens-total                  to ws-nr-itens-x
            move spaces                             to ws-mensagem
            string "Publicação concluída: " function trim(ws-nr-itens-x)
                   " item(ns) enviado(s) para " function trim(ws-nr-canais-x)
                   " canal(is)." delimited by size into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-publicar-canal section.

            set  ws-arquivo-aberto                  to false
            move zeros                              to ws-nr-itens-canal

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            perform 9000-str-pd01800-grt
            perform 9000-ler-pd01800-nex

            perform until not ws-operacao-ok
                          or f01800-cd-empresa <> lnk-cd-empresa
                          or f01800-cd-filial  <> lnk-cd-filial

                 if   not f01800-produto-grade-pai
                      perform 2200-publicar-produto
                 end-if

                 perform 9000-ler-pd01800-nex

            end-perform

            if   ws-arquivo-aberto
                 close arqpubestoque
            end-if

            move ws-data-hoje                       to f19300-data-ultima-publicacao
            move ws-hora-agora                      to f19300-hora-ultima-publicacao
            move ws-nr-itens-canal                  to f19300-nr-itens-ultima-publicacao
            perform 9000-regravar-pd19300

            add  ws-nr-itens-canal                  to ws-nr-itens-total

       exit.

      *>=================================================================================
       2200-publicar-produto section.

            set  ws-produto-publicado               to false
            move zeros                              to ws-qtde-publicar
                                                       ws-preco-publicar

            if   f01800-publica-ecommerce
            and  f01800-produto-ativo
                 perform 2300-preco-canal
                 if   ws-preco-publicar greater zeros
                      set  ws-produto-publicado     to true
                      perform 2400-disponivel-canal
                 end-if
            end-if

            set  ws-tem-publicacao-anterior         to false
            initialize                              f19400-publicacao-canal
            move lnk-cd-empresa                     to f19400-cd-empresa
            move lnk-cd-filial                      to f19400-cd-filial
            move f19300-cd-canal                    to f19400-cd-canal
            move f01800-cd-produto                  to f19400-cd-produto
            perform 9000-ler-pd19400-ran
            if   ws-operacao-ok
                 set  ws-tem-publicacao-anterior    to true
            end-if

            if   not ws-produto-publicado
                 if   not ws-tem-publicacao-anterior
                 or   f19400-qtde-publicada equal zeros
                      exit section
                 end-if
                 move f19400-vl-preco-publicado     to ws-preco-publicar
            end-if

            if   ws-tem-publicacao-anterior
            and  f19400-qtde-publicada    equal ws-qtde-publicar
            and  f19400-vl-preco-publicado equal ws-preco-publicar
                 exit section
            end-if

            perform 2500-gravar-linha

            move ws-qtde-publicar                   to f19400-qtde-publicada
            move ws-preco-publicar                  to f19400-vl-preco-publicado
            move ws-data-hoje                       to f19400-data-publicacao
            move ws-hora-agora                      to f19400-hora-publicacao
            if   ws-tem-publicacao-anterior
                 perform 9000-regravar-pd19400
            else
                 perform 9000-gravar-pd19400
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gravar publicação do produto " f01800-cd-produto
                        " - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
            end-if

       exit.

      *>=================================================================================
      *> Preço do canal: o vigente do produto (pd02100), ajustado pela
      *> tabela do canal quando informada - offset sobre o vigente
      *> (tipo O) ou preço próprio da faixa base (tipo P), aplicando o
      *> desconto da faixa base, como na venda de uma unidade.
       2300-preco-canal section.

            move zeros                              to ws-preco-vigente

            initialize                              f02100-preco-produto
            move lnk-cd-empresa                     to f02100-cd-empresa
            move lnk-cd-filial                      to f02100-cd-filial
            move f01800-cd-produto                  to f02100-cd-produto
            move ws-data-hoje                       to f02100-data-vigencia
            perform 9000-str-pd02100-ngrt
            if   ws-operacao-ok
                 perform 9000-ler-pd02100-pre
                 perform until exit
                      if   not ws-operacao-ok
                           exit perform
                      end-if
                      if   f02100-cd-empresa not equal lnk-cd-empresa
                      or   f02100-cd-filial  not equal lnk-cd-filial
                      or   f02100-cd-produto not equal f01800-cd-produto
                           exit perform
                      end-if
                      if   f02100-preco-ativo
                           move f02100-vl-unitario  to ws-preco-vigente
                           exit perform
                      end-if
                      perform 9000-ler-pd02100-pre
                 end-perform
            end-if

            move ws-preco-vigente                   to ws-preco-publicar

            if   ws-preco-vigente equal zeros
            or   f19300-nr-tabela equal zeros
                 exit section
            end-if

            initialize                              f06200-tabela-preco
            move lnk-cd-empresa                     to f06200-cd-empresa
            move lnk-cd-filial                      to f06200-cd-filial
            move f19300-nr-tabela                   to f06200-nr-tabela
            perform 9000-ler-pd06200-ran
            if   not ws-operacao-ok
            or   not f06200-tabela-ativa
                 exit section
            end-if

            if   f06200-tabela-offset
                 compute ws-preco-publicar rounded =
                         ws-preco-vigente
                         * (1 + f06200-perc-ajuste / 100)
            end-if

            initialize                              f06300-item-tabela-preco
            move lnk-cd-empresa                     to f06300-cd-empresa
            move lnk-cd-filial                      to f06300-cd-filial
            move f19300-nr-tabela                   to f06300-nr-tabela
            move f01800-cd-produto                  to f06300-cd-produto
            move zeros                              to f06300-qtde-minima
            perform 9000-ler-pd06300-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            if   f06200-tabela-precos-proprios
            and  f06300-vl-unitario greater zeros
                 move f06300-vl-unitario            to ws-preco-publicar
            end-if

            if   f06300-perc-desconto greater zeros
                 compute ws-preco-publicar rounded =
                         ws-preco-publicar
                         * (1 - f06300-perc-desconto / 100)
            end-if

       exit.

      *>=================================================================================
      *> Disponível do canal: disponível menos reservado nos depósitos
      *> próprios (o depósito do canal, ou todos), menos a margem de
      *> segurança do canal - nunca negativo.
       2400-disponivel-canal section.

            move zeros                              to ws-qtde-saldo

            initialize                              f06000-estoque
            move lnk-cd-empresa                     to f06000-cd-empresa
            move lnk-cd-filial                      to f06000-cd-filial
            move f01800-cd-produto                  to f06000-cd-produto

            if   f19300-cd-deposito not equal zeros
                 move f19300-cd-deposito            to f06000-cd-deposito
                 perform 9000-ler-pd06000-ran
                 if   ws-operacao-ok
                 and  f06000-estoque-proprio
                      compute ws-qtde-saldo =
                              f06000-qtde-disponivel - f06000-qtde-reservada
                 end-if
            else
                 perform 9000-str-pd06000-grt
                 perform 9000-ler-pd06000-nex
                 perform until not ws-operacao-ok
                               or f06000-cd-empresa <> lnk-cd-empresa
                               or f06000-cd-filial  <> lnk-cd-filial
                               or f06000-cd-produto <> f01800-cd-produto
                      if   f06000-estoque-proprio
                           compute ws-qtde-saldo = ws-qtde-saldo
                                   + f06000-qtde-disponivel - f06000-qtde-reservada
                      end-if
                      perform 9000-ler-pd06000-nex
                 end-perform
            end-if

            subtract f19300-qtde-margem-seguranca   from ws-qtde-saldo

            if   ws-qtde-saldo greater zeros
                 move ws-qtde-saldo                 to ws-qtde-publicar
            else
                 move zeros                         to ws-qtde-publicar
            end-if

       exit.

      *>=================================================================================
       2500-gravar-linha section.

            if   not ws-arquivo-aberto
                 perform 2510-abrir-arquivo-canal
                 if   not ws-arquivo-aberto
                      exit section
                 end-if
            end-if

            move f01800-ean                         to ws-ean-x
            move ws-qtde-publicar                   to ws-qtde-x
            move ws-preco-publicar                  to ws-preco-x

            move spaces                             to rl-linha-pubestoque
            string "EST;" ws-ean-x ";" f01800-cd-produto
                   ";" function trim(ws-qtde-x)
                   ";" function trim(ws-preco-x)
                   delimited by size into rl-linha-pubestoque
            write rl-registro-pubestoque

            add  1                                  to ws-nr-itens-canal

       exit.

      *>=================================================================================
       2510-abrir-arquivo-canal section.

            move spaces                             to wid-arqpubestoque
            string lnk-int-path delimited by "  " "\PUBEST_" f19300-cd-canal
                   "_" ws-data-hoje ws-hora-agora(1:6) ".CSV"
                   delimited by size into wid-arqpubestoque

            open output arqpubestoque
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo de publicação - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            set  ws-arquivo-aberto                  to true

            move spaces                             to rl-linha-pubestoque
            string "CANAL;" f19300-cd-canal ";" function trim(f19300-ds-canal)
                   delimited by size into rl-linha-pubestoque
            write rl-registro-pubestoque

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd19300
            close pd19400
            close pd01800
            close pd06000
            close pd02100
            close pd06200
            close pd06300

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão

      *>=================================================================================
      *> Leituras

       copy CSR19300.cpy.
       copy CSR19400.cpy.
       copy CSR01800.cpy.
       copy CSR06000.cpy.
       copy CSR02100.cpy.
       copy CSR06200.cpy.
       copy CSR06300.cpy.
