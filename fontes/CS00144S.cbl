      $set sourceformat"free"
       program-id. CS00144S.
      *>=================================================================================
      *>
      *>       Serviço de Data de Entrega Prometida - Disponível para Promessa
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS06000.cpy.
       copy CSS10200.cpy.
       copy CSS03000.cpy.
       copy CSS03100.cpy.
       copy CSS03400.cpy.
       copy CSS04700.cpy.

      *>=================================================================================
       data division.

       copy CSF06000.cpy.
       copy CSF10200.cpy.
       copy CSF03000.cpy.
       copy CSF03100.cpy.
       copy CSF03400.cpy.
       copy CSF04700.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00144S".
       78   c-descricao-programa                   value "DATA PROMETIDA ATP".
       78   c-max-suprimentos                      value 300.
       78   c-prazo-compra-padrao                  value 30.
       78   c-prazo-producao-padrao                value 7.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-suprimento                  pic 9(08).
            03 ws-prazo-compra                     pic 9(03).
            03 ws-prazo-producao                   pic 9(03).
            03 ws-qtde-livre                       pic s9(09)v9(04).
            03 ws-qtde-acumulada                   pic s9(11)v9(04).
            03 ws-qtde-necessaria                  pic 9(11)v9(04).
            03 ws-qtde-fila                        pic s9(09)v9(04).
            03 ws-qtde-suprimento                  pic 9(09)v9(04).
            03 ws-origem-suprimento                pic x(01).
            03 ws-nr-documento-suprimento          pic 9(09).
            03 ws-nr-suprimentos                   pic 9(03).
            03 ws-ix                               pic 9(03) comp.
            03 ws-ix-menor                         pic 9(03) comp.

      *> Entradas previstas do produto: pedidos de compra e ordens de
      *> produção em aberto, com a data esperada e o saldo a entrar
       01   ws-tabela-suprimentos.
            03 ws-suprimento                       occurs 300 times.
               05 ws-sup-data                      pic 9(08).
               05 ws-sup-qtde                      pic 9(09)v9(04).
               05 ws-sup-origem                    pic x(01).
               05 ws-sup-nr-documento              pic 9(09).
               05 ws-sup-id-usado                  pic x(01).

      *> Recebido e devolvido em lnk-linha-comando: o item (produto,
      *> depósito e a posição do pedido na carteira) e a quantidade sem
      *> reserva; na volta, a data em que o item pode ser entregue
      *> inteiro (zero = suprimento em aberto insuficiente), a origem
      *> que completa a quantidade (E estoque, C compra, P produção) e
      *> o número do pedido de compra ou da ordem.
       01   lk-parametros-atp.
            03 lk-atp-cd-produto                   pic 9(09).
            03 lk-atp-cd-deposito                  pic 9(04).
            03 lk-atp-nr-pedido                    pic 9(09).
            03 lk-atp-nr-sequencia                 pic 9(04).
            03 lk-atp-qtde-faltante                pic 9(09)v9(04).
            03 lk-atp-data-prometida               pic 9(08).
            03 lk-atp-origem                       pic x(01).
            03 lk-atp-nr-documento                 pic 9(09).

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

            move lnk-linha-comando                  to lk-parametros-atp
            move zeros                              to lk-atp-data-prometida
                                                       lk-atp-nr-documento
            move spaces                             to lk-atp-origem

            perform 9000-abrir-i-pd06000
            perform 9000-abrir-i-pd03000
            perform 9000-abrir-i-pd03100
            perform 9000-abrir-i-pd03400
            perform 9000-abrir-i-pd04700

            string lnk-dat-path delimited   by "  " "\EFD102.DAT" into wid-pd10200
            open input pd10200
            if   ws-arquivo-inexistente
                 open output pd10200
                 close pd10200
                 open input pd10200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD102.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-hoje                     from date yyyymmdd

            initialize                              ws-tabela-suprimentos
            move zeros                              to ws-nr-suprimentos

            perform 1100-carregar-prazos

       exit.

      *>=================================================================================
      *> Prazos para entrada sem data: pedido de compra sem entrega
      *> prevista (ATP-PRAZO-COMPRA-DIAS, padrão 30 dias da emissão) e
      *> ordem de produção (ATP-PRAZO-PRODUCAO-DIAS, padrão 7 dias da
      *> abertura).
       1100-carregar-prazos section.

            move c-prazo-compra-padrao              to ws-prazo-compra
            move c-prazo-producao-padrao            to ws-prazo-producao

            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lnk-cd-filial                      to f04700-cd-filial
            move "ATP-PRAZO-COMPRA-DIAS"            to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
            and  f04700-valor-numero less 1000
                 move f04700-valor-numero           to ws-prazo-compra
            end-if

            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lnk-cd-filial                      to f04700-cd-filial
            move "ATP-PRAZO-PRODUCAO-DIAS"          to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
            and  f04700-valor-numero less 1000
                 move f04700-valor-numero           to ws-prazo-producao
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Disponível para promessa: o saldo livre do depósito do item e as
      *> entradas previstas, em ordem de data, atendem primeiro as
      *> pendências sem reserva dos pedidos anteriores da carteira (a
      *> mesma ordem em que o CS30022S reserva quando a mercadoria
      *> chega) e depois o item. A data prometida é a da entrada que
      *> completa a quantidade; entrada atrasada conta como hoje.
       2000-processamento section.

            if   lk-atp-qtde-faltante equal zeros
                 move ws-data-hoje                  to lk-atp-data-prometida
                 move "E"                           to lk-atp-origem
                 move lk-parametros-atp             to lnk-linha-comando
                 exit section
            end-if

            perform 2100-saldo-livre
            perform 2200-fila-carteira

            move ws-qtde-livre                      to ws-qtde-acumulada
            compute ws-qtde-necessaria = ws-qtde-fila + lk-atp-qtde-faltante

            if   ws-qtde-acumulada not less ws-qtde-necessaria
                 move ws-data-hoje                  to lk-atp-data-prometida
                 move "E"                           to lk-atp-origem
                 move lk-parametros-atp             to lnk-linha-comando
                 exit section
            end-if

            perform 2300-carregar-compras
            perform 2400-carregar-producao

            perform ws-nr-suprimentos times

                 move zeros                         to ws-ix-menor
                 perform varying ws-ix from 1 by 1 until ws-ix > ws-nr-suprimentos
                      if   ws-sup-id-usado(ws-ix) not equal "S"
                           if   ws-ix-menor equal zeros
                           or   ws-sup-data(ws-ix) less ws-sup-data(ws-ix-menor)
                                move ws-ix          to ws-ix-menor
                           end-if
                      end-if
                 end-perform

                 move "S"                           to ws-sup-id-usado(ws-ix-menor)
                 add  ws-sup-qtde(ws-ix-menor)      to ws-qtde-acumulada

                 if   ws-qtde-acumulada not less ws-qtde-necessaria
                      move ws-sup-data(ws-ix-menor) to lk-atp-data-prometida
                      move ws-sup-origem(ws-ix-menor) to lk-atp-origem
                      move ws-sup-nr-documento(ws-ix-menor) to lk-atp-nr-documento
                      exit perform
                 end-if

            end-perform

            move lk-parametros-atp                  to lnk-linha-comando

       exit.

      *>=================================================================================
       2100-saldo-livre section.

            move zeros                              to ws-qtde-livre

            initialize                              f06000-estoque
            move lnk-cd-empresa                     to f06000-cd-empresa
            move lnk-cd-filial                      to f06000-cd-filial
            move lk-atp-cd-produto                  to f06000-cd-produto
            move lk-atp-cd-deposito                 to f06000-cd-deposito
            perform 9000-ler-pd06000-ran
            if   ws-operacao-ok
                 compute ws-qtde-livre =
                         f06000-qtde-disponivel - f06000-qtde-reservada
                 if   ws-qtde-livre less zeros
                      move zeros                    to ws-qtde-livre
                 end-if
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Pendência sem reserva do mesmo produto nos itens que estão à
      *> frente na carteira (pedido/sequência menores)
       2200-fila-carteira section.

            move zeros                              to ws-qtde-fila

            initialize                              f10200-item-pedido
            move lnk-cd-empresa                     to f10200-cd-empresa
            move lnk-cd-filial                      to f10200-cd-filial
            perform 9000-str-pd10200-grt
            perform 9000-ler-pd10200-nex

            perform until not ws-operacao-ok
                          or f10200-cd-empresa <> lnk-cd-empresa
                          or f10200-cd-filial  <> lnk-cd-filial
                          or f10200-nr-pedido  >  lk-atp-nr-pedido
                          or (f10200-nr-pedido = lk-atp-nr-pedido
                              and f10200-nr-sequencia not less lk-atp-nr-sequencia)

                 if   f10200-item-pendente
                 and  f10200-cd-produto equal lk-atp-cd-produto
                      compute ws-qtde-suprimento =
                              f10200-qtde-pedida - f10200-qtde-faturada
                      if   ws-qtde-suprimento greater f10200-qtde-reservada
                           compute ws-qtde-fila = ws-qtde-fila
                                 + ws-qtde-suprimento - f10200-qtde-reservada
                      end-if
                 end-if

                 perform 9000-ler-pd10200-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Itens de pedidos de compra em aberto do produto: a data é a
      *> entrega prevista do item, senão a do pedido, senão emissão +
      *> prazo padrão
       2300-carregar-compras section.

            initialize                              f03100-item-pedido-compra
            move lnk-cd-empresa                     to f03100-cd-empresa
            move lnk-cd-filial                      to f03100-cd-filial
            perform 9000-str-pd03100-grt
            perform 9000-ler-pd03100-nex

            perform until not ws-operacao-ok
                          or f03100-cd-empresa <> lnk-cd-empresa
                          or f03100-cd-filial  <> lnk-cd-filial

                 if   f03100-item-produto
                 and  f03100-cd-item equal lk-atp-cd-produto
                 and  f03100-quantidade greater f03100-qtde-recebida
                      perform 2310-incluir-compra
                 end-if

                 perform 9000-ler-pd03100-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2310-incluir-compra section.

            initialize                              f03000-pedido-compra
            move f03100-cd-empresa                  to f03000-cd-empresa
            move f03100-cd-filial                   to f03000-cd-filial
            move f03100-nr-pedido                   to f03000-nr-pedido
            perform 9000-ler-pd03000-ran
            if   not ws-operacao-ok
            or   f03000-pedido-recebido
            or   f03000-pedido-cancelado
                 move "00"                          to ws-resultado-acesso
                 exit section
            end-if

            evaluate true
                 when f03100-data-entrega-prevista greater zeros
                      move f03100-data-entrega-prevista to ws-data-suprimento
                 when f03000-data-entrega-prevista greater zeros
                      move f03000-data-entrega-prevista to ws-data-suprimento
                 when f03000-data-emissao greater zeros
                      compute ws-data-suprimento = function date-of-integer
                              (function integer-of-date(f03000-data-emissao) + ws-prazo-compra)
                 when other
                      compute ws-data-suprimento = function date-of-integer
                              (function integer-of-date(ws-data-hoje) + ws-prazo-compra)
            end-evaluate

            compute ws-qtde-suprimento = f03100-quantidade - f03100-qtde-recebida

            move "C"                                to ws-origem-suprimento
            move f03100-nr-pedido                   to ws-nr-documento-suprimento
            perform 2900-incluir-suprimento

       exit.

      *>=================================================================================
      *> Ordens de produção abertas do produto: abertura + prazo padrão
       2400-carregar-producao section.

            initialize                              f03400-ordem-producao
            move lnk-cd-empresa                     to f03400-cd-empresa
            move lnk-cd-filial                      to f03400-cd-filial
            perform 9000-str-pd03400-grt
            perform 9000-ler-pd03400-nex

            perform until not ws-operacao-ok
                          or f03400-cd-empresa <> lnk-cd-empresa
                          or f03400-cd-filial  <> lnk-cd-filial

                 if   f03400-ordem-aberta
                 and  f03400-cd-produto equal lk-atp-cd-produto
                 and  f03400-qtde-produzir greater f03400-qtde-produzida
                      compute ws-data-suprimento = function date-of-integer
                              (function integer-of-date(f03400-data-abertura) + ws-prazo-producao)
                      compute ws-qtde-suprimento =
                              f03400-qtde-produzir - f03400-qtde-produzida
                      move "P"                      to ws-origem-suprimento
                      move f03400-nr-ordem          to ws-nr-documento-suprimento
                      perform 2900-incluir-suprimento
                 end-if

                 perform 9000-ler-pd03400-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2900-incluir-suprimento section.

            if   ws-nr-suprimentos not less c-max-suprimentos
                 exit section
            end-if

            if   ws-data-suprimento less ws-data-hoje
                 move ws-data-hoje                  to ws-data-suprimento
            end-if

            add  1                                  to ws-nr-suprimentos
            move ws-data-suprimento                 to ws-sup-data(ws-nr-suprimentos)
            move ws-qtde-suprimento                 to ws-sup-qtde(ws-nr-suprimentos)
            move ws-origem-suprimento               to ws-sup-origem(ws-nr-suprimentos)
            move ws-nr-documento-suprimento         to ws-sup-nr-documento(ws-nr-suprimentos)
            move "N"                                to ws-sup-id-usado(ws-nr-suprimentos)

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd06000
            close pd10200
            close pd03000
            close pd03100
            close pd03400
            close pd04700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR06000.cpy.
       copy CSR10200.cpy.
       copy CSR03000.cpy.
       copy CSR03100.cpy.
       copy CSR03400.cpy.
       copy CSR04700.cpy.
