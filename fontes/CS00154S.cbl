      $set sourceformat"free"
       program-id. CS00154S.
      *>=================================================================================
      *>
      *>        Serviço de Embalagens Retornáveis - Remessa e Estorno por NF-e
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS20200.cpy.
       copy CSS20300.cpy.
       copy CSS20400.cpy.
       copy CSS20500.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS06000.cpy.
       copy CSS01900.cpy.
       copy CSS01800.cpy.
       copy CSS04700.cpy.

      *>=================================================================================
       data division.

       copy CSF20200.cpy.
       copy CSF20300.cpy.
       copy CSF20400.cpy.
       copy CSF20500.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF06000.cpy.
       copy CSF01900.cpy.
       copy CSF01800.cpy.
       copy CSF04700.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00154S".
       78   c-descricao-programa                   value "SERVICO EMBALAGENS RETORNAVEIS".
       78   c-cfop-remessa-interna                 value 5920.
       78   c-cfop-remessa-interestadual           value 6920.
       78   c-motivo-entrada-nf                    value 001.
       78   c-max-embalagens                       value 50.

       copy CSW00900.cpy.
       copy CSW05000.cpy.
       copy CSW05100.cpy.

       01   ws-campos-trabalho.
            03 ws-data-hoje                        pic 9(08).
            03 ws-cd-cliente                       pic 9(09).
            03 ws-cd-produto                       pic 9(09).
            03 ws-cd-deposito                      pic 9(04).
            03 ws-cd-natureza-remessa              pic 9(03).
            03 ws-cfop-remessa                     pic 9(04).
            03 ws-cfop-venda                       pic 9(04).
            03 ws-nr-lotes                         pic 9(09).
            03 ws-qtde-item                        pic 9(09)v9(06).
            03 ws-qtde-embalagem                   pic 9(09).
            03 ws-qtde-anterior                    pic s9(09)v9(04).
            03 ws-qtde-delta                       pic s9(09).
            03 ws-qtde-total                       pic 9(09).
            03 ws-prazo-devolucao                  pic 9(03).
            03 ws-data-limite                      pic 9(08).
            03 ws-sequencia-item-nf                pic 9(09).
            03 ws-numero-doc-venda                 pic 9(09).
            03 ws-serie-doc-venda                  pic x(03).
            03 ws-numero-doc-remessa               pic 9(09).
            03 ws-numero-doc-estoque               pic 9(09).
            03 ws-serie-doc-remessa                pic x(03).
            03 ws-ds-funcao                        pic x(19).
            03 ws-id-remessa-existente             pic x(01).
               88 ws-remessa-existente                 value "S" false "N".
            03 ws-id-remessa-movimentada           pic x(01).
               88 ws-remessa-movimentada               value "S" false "N".

      *> Embalagens da nota (por embalagem e depósito do item vendido)
       01   ws-tabela-embalagens.
            03 ws-nr-embalagens                    pic 9(03).
            03 ws-ix-embalagem                     pic 9(03) comp.
            03 ws-embalagem                        occurs 50 times.
               05 ws-em-cd-embalagem               pic 9(09).
               05 ws-em-cd-deposito                pic 9(04).
               05 ws-em-qtde                       pic 9(09).
               05 ws-em-valor-unitario             pic 9(09)v9(02).

      *> Remessas da nota de venda a estornar (lidas antes de gravar o
      *> estorno no mesmo arquivo)
       01   ws-tabela-remessas.
            03 ws-nr-remessas                      pic 9(03).
            03 ws-ix-remessa                       pic 9(03) comp.
            03 ws-remessa                          occurs 50 times.
               05 ws-rm-cd-embalagem               pic 9(09).
               05 ws-rm-data-movimento             pic 9(08).
               05 ws-rm-nr-sequencia               pic 9(06).
               05 ws-rm-qtde-movimento             pic 9(09).
               05 ws-rm-qtde-em-aberto             pic 9(09).
               05 ws-rm-numero-documento           pic 9(09).
               05 ws-rm-serie-documento            pic x(03).

      *> Recebido e devolvido em lnk-linha-comando:
      *>   R - remessa das embalagens que acompanham a NF-e de venda
      *>       informada: emite a NF-e de remessa (CFOP 5920/6920,
      *>       referenciada à venda), baixa o estoque das embalagens e
      *>       lança o saldo e o extrato do cliente;
      *>   E - estorno da venda cancelada: o que ainda está em aberto da
      *>       remessa volta ao estoque e sai do saldo do cliente; sem
      *>       devolução nem cobrança a NF-e de remessa é cancelada.
       01   lk-parametros-embalagem.
            03 lk-emb-operacao                     pic x(01).
               88 lk-emb-remeter                       value "R".
               88 lk-emb-estornar                      value "E".
            03 lk-emb-cd-filial                    pic 9(04).
            03 lk-emb-numero-documento             pic 9(09).
            03 lk-emb-serie-documento              pic x(03).
            03 lk-emb-numero-remessa               pic 9(09).
            03 lk-emb-serie-remessa                pic x(03).
            03 lk-emb-qtde-embalagens              pic 9(09).
            03 lk-emb-retorno                      pic x(01).
               88 lk-emb-efetuado                      value "S".
               88 lk-emb-recusado                      value "N".
            03 lk-emb-mensagem                     pic x(60).

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

            initialize                              ws-campos-trabalho
            move lnk-linha-comando                  to lk-parametros-embalagem
            move spaces                             to lk-emb-retorno
                                                       lk-emb-mensagem
            move zeros                              to lk-emb-numero-remessa
                                                       lk-emb-qtde-embalagens
            move spaces                             to lk-emb-serie-remessa

            if   lk-emb-cd-filial equal zeros
                 move lnk-cd-filial                 to lk-emb-cd-filial
            end-if

            string lnk-dat-path delimited   by "  " "\EFD202.DAT" into wid-pd20200
            open input pd20200
            if   ws-arquivo-inexistente
                 open output pd20200
                 close pd20200
                 open input pd20200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD202.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD203.DAT" into wid-pd20300
            open input pd20300
            if   ws-arquivo-inexistente
                 open output pd20300
                 close pd20300
                 open input pd20300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD203.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD204.DAT" into wid-pd20400
            open i-o pd20400
            if   ws-arquivo-inexistente
                 open output pd20400
                 close pd20400
                 open i-o pd20400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD204.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD205.DAT" into wid-pd20500
            open i-o pd20500
            if   ws-arquivo-inexistente
                 open output pd20500
                 close pd20500
                 open i-o pd20500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD205.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd04700

            accept ws-data-hoje                     from date yyyymmdd

      *> EMBRET-NATUREZA: natureza da remessa de embalagens, sem
      *> financeiro e sem estatísticas - sem ela a remessa não é emitida
            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lk-emb-cd-filial                   to f04700-cd-filial
            move "EMBRET-NATUREZA"                  to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
                 move f04700-valor-numero           to ws-cd-natureza-remessa
            end-if
            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2000-processamento section.

            set  lk-emb-recusado                    to true

            evaluate true
                 when lk-emb-remeter
                      perform 2100-remeter
                 when lk-emb-estornar
                      perform 2200-estornar
                 when other
                      move "Operação de embalagem retornável inválida" to lk-emb-mensagem
            end-evaluate

            move lk-parametros-embalagem            to lnk-linha-comando

       exit.

      *>=================================================================================
      *> Remessa na venda: cada item vendido com embalagem vinculada
      *> (pd20300) leva a quantidade padrão, arredondada para cima, da
      *> embalagem ativa. A nota é remetida uma única vez (reimpressão ou
      *> retransmissão não emite outra remessa).
       2100-remeter section.

            perform 2500-ler-nota-venda
            if   not ws-operacao-ok
                 exit section
            end-if

            if   not f05000-nfe-autorizada
            and  not f05000-nfe-pendente
                 move "NF-e de venda não autorizada" to lk-emb-mensagem
                 exit section
            end-if

            perform 2510-carregar-remessas-venda
            if   ws-remessa-existente
                 move "Embalagens da nota já remetidas" to lk-emb-mensagem
                 exit section
            end-if

            perform 2110-apurar-embalagens
            if   ws-nr-embalagens equal zeros
                 move "Nota sem embalagens retornáveis" to lk-emb-mensagem
                 exit section
            end-if

            if   ws-cd-natureza-remessa equal zeros
                 move "Natureza da remessa (EMBRET-NATUREZA) não configurada" to lk-emb-mensagem
                 exit section
            end-if

            perform 2120-emitir-nota-remessa

            perform varying ws-ix-embalagem from 1 by 1
                    until ws-ix-embalagem > ws-nr-embalagens
                 perform 2130-remeter-embalagem
            end-perform

            set  lk-emb-efetuado                    to true
            move ws-numero-doc-remessa              to lk-emb-numero-remessa
            move ws-serie-doc-remessa               to lk-emb-serie-remessa
            move ws-qtde-total                      to lk-emb-qtde-embalagens
            move "Remessa de embalagens retornáveis emitida" to lk-emb-mensagem

       exit.

      *>=================================================================================
      *> Itens da venda -> embalagens: a cada qtde-produto vendida vão
      *> qtde-embalagem unidades; o CFOP da venda (6xxx interestadual)
      *> define o da remessa.
       2110-apurar-embalagens section.

            move zeros                              to ws-nr-embalagens
                                                       ws-qtde-total
                                                       ws-cfop-venda

            initialize                              f05100-item-nota-fiscal
            move f05000-cd-empresa                  to f05100-cd-empresa
            move f05000-cd-filial                   to f05100-cd-filial
            move f05000-tipo-nota                   to f05100-tipo-nota
            move f05000-numero-documento            to f05100-numero-documento
            move f05000-serie-documento             to f05100-serie-documento
            move f05000-cd-destinatario             to f05100-cd-destinatario
            move zeros                              to f05100-sequencia
            perform 9000-str-pd05100-grt
            perform 9000-ler-pd05100-nex

            perform until not ws-operacao-ok
                          or f05100-cd-empresa        <> f05000-cd-empresa
                          or f05100-cd-filial         <> f05000-cd-filial
                          or f05100-tipo-nota         <> f05000-tipo-nota
                          or f05100-numero-documento  <> f05000-numero-documento
                          or f05100-serie-documento   <> f05000-serie-documento
                          or f05100-cd-destinatario   <> f05000-cd-destinatario

                 if   ws-cfop-venda equal zeros
                      move f05100-cfop              to ws-cfop-venda
                 end-if

                 if   f05100-quantidade-mercadoria greater zeros
                      perform 2111-embalagens-item
                 end-if

                 perform 9000-ler-pd05100-nex

            end-perform

            if   ws-cfop-venda(1:1) equal "6"
                 move c-cfop-remessa-interestadual  to ws-cfop-remessa
            else
                 move c-cfop-remessa-interna        to ws-cfop-remessa
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2111-embalagens-item section.

            move f05100-cd-mercadoria               to ws-cd-produto
            move f05100-cd-deposito                 to ws-cd-deposito
            move f05100-quantidade-mercadoria       to ws-qtde-item

            initialize                              f20300-vinculo-embalagem
            move f05100-cd-empresa                  to f20300-cd-empresa
            move f05100-cd-filial                   to f20300-cd-filial
            move ws-cd-produto                      to f20300-cd-produto
            move zeros                              to f20300-cd-embalagem
            perform 9000-str-pd20300-grt
            perform 9000-ler-pd20300-nex

            perform until not ws-operacao-ok
                          or f20300-cd-empresa <> f05100-cd-empresa
                          or f20300-cd-filial  <> f05100-cd-filial
                          or f20300-cd-produto <> ws-cd-produto

                 if   f20300-vinculo-ativo
                 and  f20300-qtde-produto greater zeros
                      perform 2112-somar-embalagem
                 end-if

                 perform 9000-ler-pd20300-nex

            end-perform

       exit.

      *>=================================================================================
       2112-somar-embalagem section.

            initialize                              f20200-embalagem-retornavel
            move f20300-cd-empresa                  to f20200-cd-empresa
            move f20300-cd-filial                   to f20200-cd-filial
            move f20300-cd-embalagem                to f20200-cd-embalagem
            perform 9000-ler-pd20200-ran
            if   not ws-operacao-ok
            or   not f20200-embalagem-ativa
                 move "00"                          to ws-resultado-acesso
                 exit section
            end-if

            compute ws-nr-lotes = ws-qtde-item / f20300-qtde-produto
            if   ws-nr-lotes * f20300-qtde-produto less ws-qtde-item
                 add  1                             to ws-nr-lotes
            end-if
            compute ws-qtde-embalagem = ws-nr-lotes * f20300-qtde-embalagem

            perform varying ws-ix-embalagem from 1 by 1
                    until ws-ix-embalagem > ws-nr-embalagens
                    or    (ws-em-cd-embalagem(ws-ix-embalagem) equal f20300-cd-embalagem
                    and    ws-em-cd-deposito(ws-ix-embalagem)  equal ws-cd-deposito)
            end-perform

            if   ws-ix-embalagem > ws-nr-embalagens
                 if   ws-nr-embalagens not less c-max-embalagens
                      move "00"                     to ws-resultado-acesso
                      exit section
                 end-if
                 add  1                             to ws-nr-embalagens
                 move ws-nr-embalagens              to ws-ix-embalagem
                 move f20300-cd-embalagem           to ws-em-cd-embalagem(ws-ix-embalagem)
                 move ws-cd-deposito                to ws-em-cd-deposito(ws-ix-embalagem)
                 move zeros                         to ws-em-qtde(ws-ix-embalagem)
                 move f20200-valor-indenizacao      to ws-em-valor-unitario(ws-ix-embalagem)
            end-if

            add  ws-qtde-embalagem                  to ws-em-qtde(ws-ix-embalagem)
                                                       ws-qtde-total
            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> NF-e de remessa referenciada à venda, uma linha por embalagem e
      *> depósito, pelo valor de indenização (custo médio quando não
      *> informado), sem débito de ICMS e PIS/COFINS (CST 49 - outras
      *> saídas); gravada pendente de transmissão na mesma esteira das
      *> demais notas.
       2120-emitir-nota-remessa section.

            move 55                                 to lnk-cd-modelo
            move zeros                              to lnk-cd-serie
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                              wf05000-mestre-nota-fiscal
            move f05000-cd-empresa                  to wf05000-cd-empresa
            move f05000-cd-filial                   to wf05000-cd-filial
            move 01                                 to wf05000-tipo-nota
            move f05000-cd-destinatario             to wf05000-cd-destinatario
            move f05000-cd-transportador            to wf05000-cd-transportador
            move lnk-numero-documento               to wf05000-numero-documento
            move lnk-serie-documento                to wf05000-serie-documento
            move zeros                              to wf05000-sequencia
            move 55                                 to wf05000-cd-modelo
            move ws-cd-natureza-remessa             to wf05000-cd-natureza
            move f05000-numero-documento            to wf05000-numero-doc-referencia
            move f05000-serie-documento             to wf05000-serie-doc-referencia

            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time
            move ws-data-inv                        to wf05000-data-operacao
            move ws-horas(01:06)                    to wf05000-horario-operacao
            move function numval(lnk-id-usuario)    to wf05000-id-usuario-operacao
            move ws-data-inv                        to wf05000-data-saida
            move ws-horas(01:06)                    to wf05000-horario-saida
            move ws-data-inv                        to wf05000-data-entrega
            move ws-horas(01:06)                    to wf05000-horario-entrega

            move zeros                              to ws-sequencia-item-nf

            perform varying ws-ix-embalagem from 1 by 1
                    until ws-ix-embalagem > ws-nr-embalagens
                 perform 2121-gravar-item-remessa
            end-perform

            perform 9000-mestre-nota-fiscal

            perform 9000-gravar-pd05000
            if   not ws-operacao-ok
                 string "Erro ao gravar mestre da NF-e de remessa - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move wf05000-numero-documento           to ws-numero-doc-remessa
            move wf05000-serie-documento            to ws-serie-doc-remessa

       exit.

      *>=================================================================================
       2121-gravar-item-remessa section.

            initialize                              f01800-produto
            move wf05000-cd-empresa                 to f01800-cd-empresa
            move wf05000-cd-filial                  to f01800-cd-filial
            move ws-em-cd-embalagem(ws-ix-embalagem) to f01800-cd-produto
            perform 9000-ler-pd01800-ran

            if   ws-em-valor-unitario(ws-ix-embalagem) equal zeros
                 initialize                         f06000-estoque
                 move wf05000-cd-empresa            to f06000-cd-empresa
                 move wf05000-cd-filial             to f06000-cd-filial
                 move ws-em-cd-embalagem(ws-ix-embalagem) to f06000-cd-produto
                 move ws-em-cd-deposito(ws-ix-embalagem)  to f06000-cd-deposito
                 perform 9000-ler-pd06000-ran
                 if   ws-operacao-ok
                      move f06000-custo-medio       to ws-em-valor-unitario(ws-ix-embalagem)
                 end-if
            end-if

            initialize                              wf05100-item-nota-fiscal
            move wf05000-cd-empresa                 to wf05100-cd-empresa
            move wf05000-cd-filial                  to wf05100-cd-filial
            move wf05000-tipo-nota                  to wf05100-tipo-nota
            move wf05000-numero-documento           to wf05100-numero-documento
            move wf05000-serie-documento            to wf05100-serie-documento
            move wf05000-cd-destinatario            to wf05100-cd-destinatario
            add  1                                  to ws-sequencia-item-nf
            move ws-sequencia-item-nf               to wf05100-sequencia
            move ws-em-cd-embalagem(ws-ix-embalagem) to wf05100-cd-mercadoria
            move ws-em-cd-deposito(ws-ix-embalagem) to wf05100-cd-deposito
            move f01800-cst                         to wf05100-cst
            move ws-cfop-remessa                    to wf05100-cfop
            move f01800-cd-unidade-base             to wf05100-cd-unidade-medida
            move ws-em-qtde(ws-ix-embalagem)        to wf05100-quantidade-mercadoria
            move ws-em-valor-unitario(ws-ix-embalagem) to wf05100-valor-unitario
            compute wf05100-valor-total rounded =
                    ws-em-qtde(ws-ix-embalagem) * ws-em-valor-unitario(ws-ix-embalagem)
            move 49                                 to wf05100-cst-pis
            move 49                                 to wf05100-cst-cofins
            move f01800-cd-class-trib               to wf05100-cd-class-trib

            add  wf05100-valor-total                to wf05000-valor-total

            perform 9000-item-nota-fiscal

            perform 9000-gravar-pd05100
            if   not ws-operacao-ok
                 string "Erro ao gravar item da NF-e de remessa - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
      *> Baixa do estoque da embalagem, saldo do cliente e remessa no
      *> extrato com a data-limite da devolução: prazo acordado com o
      *> cliente ou, sem ele, o da embalagem (zero = sem cobrança).
       2130-remeter-embalagem section.

            move ws-em-cd-embalagem(ws-ix-embalagem) to ws-cd-produto
            move ws-em-cd-deposito(ws-ix-embalagem) to ws-cd-deposito

            initialize                              f06000-estoque
            move f05000-cd-empresa                  to f06000-cd-empresa
            move f05000-cd-filial                   to f06000-cd-filial
            move ws-cd-produto                      to f06000-cd-produto
            move ws-cd-deposito                     to f06000-cd-deposito
            perform 9000-ler-pd06000-ran
            if   ws-operacao-ok
                 move f06000-qtde-disponivel        to ws-qtde-anterior
                 subtract ws-em-qtde(ws-ix-embalagem) from f06000-qtde-disponivel
                 perform 9000-regravar-pd06000
                 move "REMESSA EMBALAGEM"           to ws-ds-funcao
                 move ws-numero-doc-remessa         to ws-numero-doc-estoque
                 perform 2700-gravar-movimento-estoque
            end-if

            move ws-em-qtde(ws-ix-embalagem)        to ws-qtde-delta
            perform 2600-atualizar-saldo

            move f20400-prazo-acordado              to ws-prazo-devolucao
            if   ws-prazo-devolucao equal zeros
                 initialize                         f20200-embalagem-retornavel
                 move f05000-cd-empresa             to f20200-cd-empresa
                 move f05000-cd-filial              to f20200-cd-filial
                 move ws-cd-produto                 to f20200-cd-embalagem
                 perform 9000-ler-pd20200-ran
                 if   ws-operacao-ok
                      move f20200-prazo-devolucao   to ws-prazo-devolucao
                 end-if
            end-if

            move zeros                              to ws-data-limite
            if   ws-prazo-devolucao greater zeros
                 compute ws-data-limite = function date-of-integer(
                         function integer-of-date(ws-data-hoje) + ws-prazo-devolucao)
            end-if

            initialize                              f20500-movimento-embalagem
            move f05000-cd-empresa                  to f20500-cd-empresa
            move f05000-cd-filial                   to f20500-cd-filial
            move f05000-cd-destinatario             to f20500-cd-cliente
            move ws-cd-produto                      to f20500-cd-embalagem
            move ws-data-hoje                       to f20500-data-movimento
            move 1                                  to f20500-nr-sequencia
            set  f20500-remessa                     to true
            move ws-em-qtde(ws-ix-embalagem)        to f20500-qtde-movimento
                                                       f20500-qtde-em-aberto
            move ws-data-limite                     to f20500-data-limite
            move ws-numero-doc-remessa              to f20500-numero-documento
            move ws-serie-doc-remessa               to f20500-serie-documento
            move ws-numero-doc-venda                to f20500-numero-doc-origem
            move ws-serie-doc-venda                 to f20500-serie-doc-origem
            perform 2800-gravar-extrato

       exit.

      *>=================================================================================
      *> Estorno da venda cancelada: o aberto de cada remessa da nota
      *> volta ao depósito de onde saiu; devolvido ou cobrado fica como
      *> está. NF-e de remessa sem nenhuma baixa é cancelada junto.
       2200-estornar section.

            perform 2500-ler-nota-venda
            if   not ws-operacao-ok
                 exit section
            end-if

            perform 2510-carregar-remessas-venda
            if   not ws-remessa-existente
                 move "Nota sem remessa de embalagens" to lk-emb-mensagem
                 exit section
            end-if

            move zeros                              to ws-qtde-total
            set  ws-remessa-movimentada             to false

            perform varying ws-ix-remessa from 1 by 1
                    until ws-ix-remessa > ws-nr-remessas
                 perform 2210-estornar-remessa
            end-perform

            set  lk-emb-efetuado                    to true
            move ws-rm-numero-documento(1)          to lk-emb-numero-remessa
            move ws-rm-serie-documento(1)           to lk-emb-serie-remessa
            move ws-qtde-total                      to lk-emb-qtde-embalagens

            if   ws-remessa-movimentada
                 move "Remessa com devolução/cobrança - NF-e de remessa mantida" to lk-emb-mensagem
            else
                 perform 2220-cancelar-nota-remessa
                 move "Remessa de embalagens estornada e NF-e de remessa cancelada" to lk-emb-mensagem
            end-if

       exit.

      *>=================================================================================
       2210-estornar-remessa section.

            if   ws-rm-qtde-em-aberto(ws-ix-remessa) less ws-rm-qtde-movimento(ws-ix-remessa)
                 set  ws-remessa-movimentada        to true
            end-if

            if   ws-rm-qtde-em-aberto(ws-ix-remessa) equal zeros
                 exit section
            end-if

            move ws-rm-cd-embalagem(ws-ix-remessa)  to ws-cd-produto
            add  ws-rm-qtde-em-aberto(ws-ix-remessa) to ws-qtde-total

            initialize                              f20500-movimento-embalagem
            move f05000-cd-empresa                  to f20500-cd-empresa
            move f05000-cd-filial                   to f20500-cd-filial
            move f05000-cd-destinatario             to f20500-cd-cliente
            move ws-cd-produto                      to f20500-cd-embalagem
            move ws-rm-data-movimento(ws-ix-remessa) to f20500-data-movimento
            move ws-rm-nr-sequencia(ws-ix-remessa)  to f20500-nr-sequencia
            perform 9000-ler-pd20500-ran
            if   ws-operacao-ok
                 move zeros                         to f20500-qtde-em-aberto
                 perform 9000-regravar-pd20500
            end-if

      *> Depósito de onde a embalagem saiu: item da NF-e de remessa
            move zeros                              to ws-cd-deposito
            initialize                              f05100-item-nota-fiscal
            move f05000-cd-empresa                  to f05100-cd-empresa
            move f05000-cd-filial                   to f05100-cd-filial
            move 01                                 to f05100-tipo-nota
            move ws-rm-numero-documento(ws-ix-remessa) to f05100-numero-documento
            move ws-rm-serie-documento(ws-ix-remessa)  to f05100-serie-documento
            move f05000-cd-destinatario             to f05100-cd-destinatario
            move zeros                              to f05100-sequencia
            perform 9000-str-pd05100-grt
            perform 9000-ler-pd05100-nex
            perform until not ws-operacao-ok
                          or ws-cd-deposito <> zeros
                          or f05100-numero-documento <> ws-rm-numero-documento(ws-ix-remessa)
                          or f05100-serie-documento  <> ws-rm-serie-documento(ws-ix-remessa)
                 if   f05100-cd-mercadoria equal ws-cd-produto
                      move f05100-cd-deposito       to ws-cd-deposito
                 end-if
                 perform 9000-ler-pd05100-nex
            end-perform

            if   ws-cd-deposito not equal zeros
                 initialize                         f06000-estoque
                 move f05000-cd-empresa             to f06000-cd-empresa
                 move f05000-cd-filial              to f06000-cd-filial
                 move ws-cd-produto                 to f06000-cd-produto
                 move ws-cd-deposito                to f06000-cd-deposito
                 perform 9000-ler-pd06000-ran
                 if   ws-operacao-ok
                      move f06000-qtde-disponivel   to ws-qtde-anterior
                      add  ws-rm-qtde-em-aberto(ws-ix-remessa) to f06000-qtde-disponivel
                      perform 9000-regravar-pd06000
                      move "ESTORNO EMBALAGEM"      to ws-ds-funcao
                      move ws-rm-numero-documento(ws-ix-remessa) to ws-numero-doc-estoque
                      perform 2700-gravar-movimento-estoque
                 end-if
            end-if

            compute ws-qtde-delta = ws-rm-qtde-em-aberto(ws-ix-remessa) * -1
            perform 2600-atualizar-saldo

            initialize                              f20500-movimento-embalagem
            move f05000-cd-empresa                  to f20500-cd-empresa
            move f05000-cd-filial                   to f20500-cd-filial
            move f05000-cd-destinatario             to f20500-cd-cliente
            move ws-cd-produto                      to f20500-cd-embalagem
            move ws-data-hoje                       to f20500-data-movimento
            move 1                                  to f20500-nr-sequencia
            set  f20500-estorno                     to true
            move ws-rm-qtde-em-aberto(ws-ix-remessa) to f20500-qtde-movimento
            move zeros                              to f20500-qtde-em-aberto
                                                       f20500-data-limite
            move ws-rm-numero-documento(ws-ix-remessa) to f20500-numero-documento
            move ws-rm-serie-documento(ws-ix-remessa)  to f20500-serie-documento
            move ws-numero-doc-venda                to f20500-numero-doc-origem
            move ws-serie-doc-venda                 to f20500-serie-doc-origem
            move "VENDA CANCELADA"                  to f20500-observacao
            perform 2800-gravar-extrato

       exit.

      *>=================================================================================
       2220-cancelar-nota-remessa section.

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lk-emb-cd-filial                   to f05000-cd-filial
            move 01                                 to f05000-tipo-nota
            move ws-rm-numero-documento(1)          to f05000-numero-documento
            move ws-rm-serie-documento(1)           to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   ws-operacao-ok
            and  not f05000-nfe-cancelada
                 set  f05000-nfe-cancelada          to true
                 accept ws-data-inv                 from date yyyymmdd
                 accept ws-horas                    from time
                 move spaces                        to f05000-motivo-sefaz
                 string "CANCELADA COM A VENDA " ws-numero-doc-venda
                        " EM " ws-data-inv " " ws-horas(01:06) delimited by size
                        into f05000-motivo-sefaz
                 perform 9000-regravar-pd05000
            end-if

       exit.

      *>=================================================================================
       2500-ler-nota-venda section.

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lk-emb-cd-filial                   to f05000-cd-filial
            move 01                                 to f05000-tipo-nota
            move lk-emb-numero-documento            to f05000-numero-documento
            move lk-emb-serie-documento             to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   not ws-operacao-ok
                 move "NF-e de venda não encontrada" to lk-emb-mensagem
                 exit section
            end-if

            if   f05000-cd-destinatario equal zeros
                 move "Venda sem cliente identificado" to lk-emb-mensagem
                 move "23"                          to ws-resultado-acesso
                 exit section
            end-if

            move f05000-cd-destinatario             to ws-cd-cliente
            move f05000-numero-documento            to ws-numero-doc-venda
            move f05000-serie-documento             to ws-serie-doc-venda

       exit.

      *>=================================================================================
      *> Remessas no extrato do cliente com origem na nota de venda
       2510-carregar-remessas-venda section.

            set  ws-remessa-existente               to false
            move zeros                              to ws-nr-remessas

            initialize                              f20500-movimento-embalagem
            move f05000-cd-empresa                  to f20500-cd-empresa
            move f05000-cd-filial                   to f20500-cd-filial
            move ws-cd-cliente                      to f20500-cd-cliente
            perform 9000-str-pd20500-grt
            perform 9000-ler-pd20500-nex

            perform until not ws-operacao-ok
                          or f20500-cd-empresa <> f05000-cd-empresa
                          or f20500-cd-filial  <> f05000-cd-filial
                          or f20500-cd-cliente <> ws-cd-cliente

                 if   f20500-remessa
                 and  f20500-numero-doc-origem equal ws-numero-doc-venda
                 and  f20500-serie-doc-origem  equal ws-serie-doc-venda
                      set  ws-remessa-existente     to true
                      if   ws-nr-remessas less c-max-embalagens
                           add  1                   to ws-nr-remessas
                           move f20500-cd-embalagem     to ws-rm-cd-embalagem(ws-nr-remessas)
                           move f20500-data-movimento   to ws-rm-data-movimento(ws-nr-remessas)
                           move f20500-nr-sequencia     to ws-rm-nr-sequencia(ws-nr-remessas)
                           move f20500-qtde-movimento   to ws-rm-qtde-movimento(ws-nr-remessas)
                           move f20500-qtde-em-aberto   to ws-rm-qtde-em-aberto(ws-nr-remessas)
                           move f20500-numero-documento to ws-rm-numero-documento(ws-nr-remessas)
                           move f20500-serie-documento  to ws-rm-serie-documento(ws-nr-remessas)
                      end-if
                 end-if

                 perform 9000-ler-pd20500-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Saldo do cliente na embalagem ws-cd-produto: ws-qtde-delta
      *> positivo remete, negativo estorna a remessa.
       2600-atualizar-saldo section.

            initialize                              f20400-saldo-embalagem
            move f05000-cd-empresa                  to f20400-cd-empresa
            move f05000-cd-filial                   to f20400-cd-filial
            move ws-cd-cliente                      to f20400-cd-cliente
            move ws-cd-produto                      to f20400-cd-embalagem
            perform 9000-ler-pd20400-ran
            if   not ws-operacao-ok
                 initialize                         f20400-saldo-embalagem
                 move f05000-cd-empresa             to f20400-cd-empresa
                 move f05000-cd-filial              to f20400-cd-filial
                 move ws-cd-cliente                 to f20400-cd-cliente
                 move ws-cd-produto                 to f20400-cd-embalagem
            end-if

            add  ws-qtde-delta                      to f20400-qtde-remetida
                                                       f20400-qtde-saldo
            if   ws-qtde-delta greater zeros
                 move ws-data-hoje                  to f20400-data-ultima-remessa
            end-if

            if   ws-operacao-ok
                 perform 9000-regravar-pd20400
            else
                 perform 9000-gravar-pd20400
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gravar saldo de embalagens - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Movimento de estoque da embalagem: saldo anterior em
      *> ws-qtde-anterior, f06000 já regravado, documento em
      *> ws-numero-doc-venda.
       2700-gravar-movimento-estoque section.

            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time

            initialize                              f01900-mov-estoque
            move f06000-cd-empresa                  to f01900-cd-empresa
            move f06000-cd-filial                   to f01900-cd-filial
            move ws-cd-produto                      to f01900-cd-produto
            move ws-cd-deposito                     to f01900-cd-deposito
            move ws-data-inv                        to f01900-data-movimento
            move ws-horas                           to f01900-hora-movimento
            move 1                                  to f01900-nr-sequencia
            if   f06000-qtde-disponivel greater ws-qtde-anterior
                 set  f01900-movimento-entrada      to true
                 move c-motivo-entrada-nf           to f01900-cd-motivo
                 compute f01900-qtde-movimento =
                         f06000-qtde-disponivel - ws-qtde-anterior
            else
                 set  f01900-movimento-saida        to true
                 move zeros                         to f01900-cd-motivo
                 compute f01900-qtde-movimento =
                         ws-qtde-anterior - f06000-qtde-disponivel
            end-if
            move ws-qtde-anterior                   to f01900-qtde-disponivel-anterior
            move f06000-qtde-disponivel             to f01900-qtde-disponivel-atual
            move f06000-qtde-reservada              to f01900-qtde-reservada-anterior
            move f06000-qtde-reservada              to f01900-qtde-reservada-atual
            move spaces                             to f01900-ds-motivo
            string ws-ds-funcao " CLIENTE " ws-cd-cliente
                   " NF " ws-numero-doc-estoque     into f01900-ds-motivo
            move lnk-id-usuario                     to f01900-id-usuario
            move f06000-custo-medio                 to f01900-custo-unitario
            compute f01900-valor-custo rounded =
                    f01900-qtde-movimento * f06000-custo-medio

            perform 9000-gravar-pd01900
            perform until not ws-registro-existente
                 add  1                             to f01900-nr-sequencia
                 perform 9000-gravar-pd01900
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar pd01900 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Grava o movimento montado em f20500 na próxima sequência livre
      *> do dia.
       2800-gravar-extrato section.

            accept ws-horas                         from time
            move ws-horas(01:06)                    to f20500-hora-movimento
            move lnk-id-usuario                     to f20500-id-usuario

            perform 9000-gravar-pd20500
            perform until not ws-registro-existente
                 add  1                             to f20500-nr-sequencia
                 perform 9000-gravar-pd20500
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar extrato de embalagens - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd20200
            close pd20300
            close pd20400
            close pd20500
            close pd05000
            close pd05100
            close pd06000
            close pd01900
            close pd01800
            close pd04700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP05000.cpy.
       copy CSP05100.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR20200.cpy.
       copy CSR20300.cpy.
       copy CSR20400.cpy.
       copy CSR20500.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06000.cpy.
       copy CSR01900.cpy.
       copy CSR01800.cpy.
       copy CSR04700.cpy.
