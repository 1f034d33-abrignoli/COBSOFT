       copy CSS10700.cpy.
       copy CSS12500.cpy.
       copy CSS03300.cpy.
       copy CSS13400.cpy.
       copy CSS13500.cpy.
       copy CSS13600.cpy.
       copy CSS02700.cpy.
       copy CSS15800.cpy.
       copy CSS00200.cpy.
       copy CSS15900.cpy.
       copy CSS16000.cpy.
       copy CSS16100.cpy.
       copy CSS16400.cpy.
       copy CSS16500.cpy.
       copy CSS00901.cpy.

            select arq-nfe assign to disk wid-arq-nfe
       copy CSF10700.cpy.
       copy CSF12500.cpy.
       copy CSF03300.cpy.
       copy CSF13400.cpy.
       copy CSF13500.cpy.
       copy CSF13600.cpy.
       copy CSF02700.cpy.
       copy CSF15800.cpy.
       copy CSF00200.cpy.
       copy CSF15900.cpy.
       copy CSF16000.cpy.
       copy CSF16100.cpy.
       copy CSF16400.cpy.
       copy CSF16500.cpy.
       copy CSF00901.cpy.

       fd   arq-nfe.
            03 nfe-valor-unitario                  pic 9(09)v9(02).
            03 nfe-valor-total                     pic 9(09)v9(02).
            03 nfe-cd-deposito                     pic 9(04).
            03 nfe-nr-promocao                     pic 9(06).
            03 nfe-vl-preco-vigente                pic 9(09)v9(02).
            03 nfe-vl-sem-promocao                 pic 9(09)v9(02).

      *>=================================================================================      
       working-storage section.
       78   c-descricao-programa                   value "EMISSAO NF-E".
       78   c-alocar-sequencia                     value "CS00118S".
       78   c-impressao-nfe                        value "CS00106S".
       78   c-compensar-adiantamento               value "CS00138S".
       78   c-calendario-comercial                 value "CS00117S".
       78   c-servico-fidelidade                   value "CS00142S".
       78   c-servico-promocoes                    value "CS00143S".
       78   c-servico-embalagens                   value "CS00154S".
       78   c-dias-retencao-wrk                    value 1.
       78   c-motivo-venda-nfe                     value 007.
       78   c-motivo-cancelamento-nfe              value 008.
       78   c-receita-gnre-icms-st                 value 100099.
       78   c-serie-titulo-gnre                    value "GNR".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW05000.cpy.
       copy CSW05100.cpy.
       copy CSW13400.cpy.
       copy CSW16300.cpy.
       
       
       01   ws-campos-trabalho.
            03 ws-nr-parcela-cnl                   pic 9(02).
            03 ws-nr-titulos-cancelados            pic 9(02).
            03 ws-nr-titulos-pagos                 pic 9(02).
            03 ws-valor-adiantamento-x             pic zz.zzz.zzz.zz9,99.

      *> Regime de PIS/COFINS da empresa (parâmetro PIS-COFINS-REGIME em
      *> pd04700): alíquotas aplicadas a todos os itens da emissão.
            03 ws-uf-filial                        pic x(02).
            03 ws-valor-difal-item                 pic 9(09)v9(02).

      *> ICMS-ST pela tabela de MVA por NCM/UF (pd13500), quando a
      *> natureza pede, e guia GNRE (pd13600) para UF de destino sem
      *> inscrição de substituto da filial.
       01   ws-icms-st-emissao.
            03 ws-id-nat-calcula-st                pic x(01).
               88 ws-natureza-calcula-st               value "S".
            03 ws-ncm-item-st                      pic 9(08).
            03 ws-uf-destino-st                    pic x(02).
            03 ws-aliq-interna-st                  pic 9(02)v9(02).
            03 ws-valor-st-calculado               pic s9(09)v9(02).
            03 ws-id-gera-gnre                     pic x(01).
               88 ws-gera-gnre                         value "S" false "N".
            03 ws-uf-gnre                          pic x(02).
            03 ws-cd-fornecedor-gnre               pic 9(09).
            03 ws-valor-gnre-x                     pic zzz.zzz.zz9,99.

      *> Natureza de operação da emissão corrente (pd08400): natureza
      *> zero ou inexistente opera como venda clássica.
      *> Travas de desconto/margem (pd10600) e liberação de supervisor
            03 lk-sup-id-autorizacao               pic x(01).
               88 lk-sup-autorizado                    value "S" false "N".
            03 lk-sup-id-usuario                   pic x(11).
            03 lk-sup-tipo-autorizacao             pic x(01).
               88 lk-sup-liberacao-preco               value "P".
            03 lk-sup-id-usuario-titular           pic x(11).

      *> Venda para o exterior (cliente estrangeiro): preço digitado na
      *> moeda da venda e convertido pela taxa informada no pedido; a
      *> nota exige natureza de exportação (CFOP 7xxx) e grava os dados
      *> de embarque/DU-E em pd15900.
       01   ws-venda-exterior.
            03 ws-id-exportacao                    pic x(01).
               88 ws-venda-exportacao                  value "S" false "N".
            03 ws-cd-moeda-venda                   pic x(03).
            03 ws-taxa-cambio-venda                pic 9(03)v9(06).
            03 ws-vl-unitario-moeda                pic 9(09)v9(04).
            03 ws-uf-embarque                      pic x(02).
            03 ws-local-embarque                   pic x(60).
            03 ws-local-despacho                   pic x(60).
            03 ws-nr-due                           pic x(14).
            03 ws-id-natureza-conferida            pic x(01).
               88 ws-natureza-conferida                value "S" false "N".

      *> Venda para entrega futura: a NF-e de simples faturamento (CFOP
      *> 5922/6922) gera o financeiro sem mexer no estoque e abre o saldo
      *> a entregar por produto (pd16000); cada remessa (CFOP 5117/6117)
      *> referencia o faturamento, baixa o estoque e consome o saldo.
       01   ws-entrega-futura.
            03 ws-id-entrega-futura                pic x(01).
               88 ws-faturamento-entrega-futura        value "F".
               88 ws-remessa-entrega-futura            value "R".
               88 ws-sem-entrega-futura                value " ".
            03 ws-numero-doc-faturamento           pic 9(09).
            03 ws-serie-doc-faturamento            pic 9(03).
            03 ws-id-saldo-entrega                 pic x(01).
               88 ws-saldo-entrega-suficiente          value "S" false "N".
            03 ws-saldo-entrega                    pic s9(09)v9(04).
            03 ws-saldo-entrega-x                  pic zzz.zz9,9999.
            03 ws-id-nota-cancelada-estoque        pic x(01).
               88 ws-nota-cancelada-move-estoque       value "S" false "N".
            03 ws-cfop-nota-cancelada              pic 9(04).

      *> Venda de mercadoria consignada por fornecedor: rateio da
      *> quantidade entre os fornecedores com saldo no depósito
       01   ws-consignacao-fornecedor.
            03 ws-qtde-consig-pendente             pic s9(09)v9(04).
            03 ws-qtde-consig-rateio               pic s9(09)v9(04).
            03 ws-qtde-consig-livre                pic s9(09)v9(04).
            03 ws-cd-fornecedor-consig             pic 9(09).

       01   ws-natureza-emissao.
            03 ws-cd-natureza                      pic 9(03).
               07 ws-valor-total-produto           pic 9(09)v9(02).
               07 ws-qtde-disponivel               pic s9(09)v9(04).
               07 ws-qtde-reservada                pic s9(09)v9(04).  
               07 ws-nr-promocao-item              pic 9(06).
               07 ws-vl-sem-promocao               pic 9(09)v9(02).
            03 ws-total-produto.
               07 ws-valor-total                   pic 9(10)v9(02).
               07 ws-saldo-cliente                 pic 9(10)v9(02).
               88 ws-nota-era-autorizada                 value "S" false "N".
            03 ws-id-historico                     pic x(01).
               88 ws-consultar-historico                value "S".
            03 ws-id-digitacao-grade               pic x(01).
               88 ws-digitacao-grade                    value "S" false "N".
            03 ws-cd-deposito-grade                pic 9(04).
            03 ws-cd-produto-preco                 pic 9(09).
            03 ws-nr-tabela-cliente                pic 9(03).
            03 ws-id-logradouro-entrega            pic 9(09).
            03 ws-nr-enderecos-entrega             pic 9(02).
               88 lk-nfe-emissao-normal                value "N".
               88 lk-nfe-reimpressao                   value "R".

      *> Mesmo leiaute de lk-parametros-promocao em CS00143S
       01   lk-parametros-promocao.
            03 lk-prm-cd-filial                    pic 9(04).
            03 lk-prm-cd-produto                   pic 9(09).
            03 lk-prm-cd-produto-pai               pic 9(09).
            03 lk-prm-qtde                         pic 9(09)v9(04).
            03 lk-prm-vl-unitario-base             pic 9(09)v9(02).
            03 lk-prm-nr-promocao                  pic 9(06).
            03 lk-prm-ds-promocao                  pic x(40).
            03 lk-prm-tipo-promocao                pic x(01).
            03 lk-prm-vl-unitario                  pic 9(09)v9(02).
            03 lk-prm-vl-total                     pic 9(11)v9(02).
            03 lk-prm-retorno                      pic x(01).
               88 lk-prm-aplicada                      value "S".
               88 lk-prm-sem-promocao                  value "N".

      *> Mesmo leiaute de lk-parametros-adiantamento em CS00138S
       01   lk-parametros-adiantamento.
            03 lk-adt-modo                         pic x(01).
               88 lk-adt-consultar-saldo               value "S".
               88 lk-adt-compensar                     value "C".
               88 lk-adt-efetivar-reservas             value "E".
            03 lk-adt-tipo-parceiro                pic x(01).
            03 lk-adt-cd-parceiro                  pic 9(09).
            03 lk-adt-numero-documento             pic 9(09).
            03 lk-adt-valor-limite                 pic 9(09)v9(02).
            03 lk-adt-ds-origem                    pic x(08).
            03 lk-adt-valor-saldo                  pic 9(09)v9(02).
            03 lk-adt-valor-compensado             pic 9(09)v9(02).
            03 lk-adt-valor-reservado              pic 9(09)v9(02).
            03 lk-adt-id-resultado                 pic x(01).
               88 lk-adt-processado                    value "S" false "N".

       01   f-cliente.
            03 f-cd-cliente                        pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-tipo-pessoa                       pic x(01).
               88 f-pessoa-fisica                       value "F".
               88 f-pessoa-juridica                     value "J".
               88 f-pessoa-estrangeira                  value "E".
            03 f-ds-tipo-pessoa                    pic x(30).
            03 f-cpf                               pic 9(11).
            03 f-cnpj                              pic 9(14).
            03 f-nr-id-fiscal                      pic x(20).
            03 f-ie                                pic x(11).
            03 f-id-logradouro                     pic 9(09).
            03 f-cep                               pic 9(08).
            03 f-ds-status-imp                      pic x(30).


      *> Mesmo leiaute de lk-parametros-fidelidade em CS00142S
       01   lk-parametros-fidelidade.
            03 lk-fid-operacao                     pic x(01).
               88 lk-fid-acumular                      value "A".
               88 lk-fid-estornar                      value "E".
               88 lk-fid-saldo                         value "S".
               88 lk-fid-resgatar                      value "R".
            03 lk-fid-cd-filial                    pic 9(04).
            03 lk-fid-cd-cliente                   pic 9(09).
            03 lk-fid-tipo-nota                    pic 9(02).
            03 lk-fid-numero-documento             pic 9(09).
            03 lk-fid-serie-documento              pic x(03).
            03 lk-fid-valor                        pic 9(09)v9(02).
            03 lk-fid-pontos                       pic 9(09).
            03 lk-fid-valor-ponto                  pic 9(05)v9(02).
            03 lk-fid-retorno                      pic x(01).
               88 lk-fid-efetuado                      value "S".
               88 lk-fid-recusado                      value "N".
            03 lk-fid-mensagem                     pic x(60).

      *> Mesmo leiaute de lk-parametros-embalagem em CS00154S
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

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-nome                         pic x(50).
            end-if

            perform 9000-abrir-i-pd03300
            perform 9000-abrir-class-trib-emissao

            string lnk-dat-path delimited   by "  " "\EFD135.DAT" into wid-pd13500
            open i-o pd13500
            if   ws-arquivo-inexistente
                 open output pd13500
                 close pd13500
                 open i-o pd13500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD135.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD158.DAT" into wid-pd15800
            open i-o pd15800
            if   ws-arquivo-inexistente
                 open output pd15800
                 close pd15800
                 open i-o pd15800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD158.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD159.DAT" into wid-pd15900
            open i-o pd15900
            if   ws-arquivo-inexistente
                 open output pd15900
                 close pd15900
                 open i-o pd15900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD159.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd00200

            string lnk-dat-path delimited   by "  " "\EFD161.DAT" into wid-pd16100
            open i-o pd16100
            if   ws-arquivo-inexistente
                 open output pd16100
                 close pd16100
                 open i-o pd16100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD161.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD164.DAT" into wid-pd16400
            open input pd16400
            if   ws-arquivo-inexistente
                 open output pd16400
                 close pd16400
                 open input pd16400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD164.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD165.DAT" into wid-pd16500
            open input pd16500
            if   ws-arquivo-inexistente
                 open output pd16500
                 close pd16500
                 open input pd16500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD165.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD160.DAT" into wid-pd16000
            open i-o pd16000
            if   ws-arquivo-inexistente
                 open output pd16000
                 close pd16000
                 open i-o pd16000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD160.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 1100-carregar-regime-pis-cofins
            perform 1100-carregar-uf-filial
            perform 9000-carregar-class-trib-padrao

            perform 9000-limpar-wrk-orfaos

            close pd10700
            close pd12500
            close pd03300
            close pd13400
            close pd13500
            close pd15800
            close pd15900
            close pd00200
            close pd16000
            close pd16100
            close pd16400
            close pd16500

       exit.

            call c-impressao-nfe using lnk-par
            cancel c-impressao-nfe

            if   ws-natureza-move-estoque
                 perform 2120-remeter-embalagens
            end-if

            perform 2110-compensar-adiantamento

       exit.

      *>=================================================================================
      *> Cliente com adiantamento em aberto (CS50027C): o operador pode
      *> compensar o saldo nas duplicatas recém-geradas da nota - só
      *> existem títulos se a NF-e foi autorizada e a natureza gera
      *> financeiro; sem títulos em aberto nada é compensado.
       2110-compensar-adiantamento section.

            initialize                             lk-parametros-adiantamento
            set  lk-adt-consultar-saldo            to true
            move "C"                               to lk-adt-tipo-parceiro
            move wf05000-cd-destinatario           to lk-adt-cd-parceiro
            move c-este-programa                   to lk-adt-ds-origem
            move lk-parametros-adiantamento        to lnk-linha-comando
            call c-compensar-adiantamento using lnk-par
            cancel c-compensar-adiantamento
            move lnk-linha-comando                 to lk-parametros-adiantamento

            if   lk-adt-valor-saldo equal zeros
                 exit section
            end-if

            move lk-adt-valor-saldo                to ws-valor-adiantamento-x
            move spaces                            to ws-mensagem
            string "Cliente possui adiantamento em aberto de R$ " ws-valor-adiantamento-x
                   " - compensar nos títulos da nota? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  lk-adt-compensar                  to true
            move lk-numero-documento               to lk-adt-numero-documento
            move zeros                             to lk-adt-valor-limite
            move lk-parametros-adiantamento        to lnk-linha-comando
            call c-compensar-adiantamento using lnk-par
            cancel c-compensar-adiantamento
            move lnk-linha-comando                 to lk-parametros-adiantamento

            move spaces                            to ws-mensagem
            if   lk-adt-valor-compensado equal zeros
                 move "Nota sem títulos em aberto - adiantamento mantido para compensação posterior!" to ws-mensagem
            else
                 move lk-adt-valor-compensado      to ws-valor-adiantamento-x
                 string "Compensado R$ " ws-valor-adiantamento-x " do adiantamento nos títulos da nota!" into ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Produtos vendidos com embalagem retornável vinculada (CS10061C):
      *> o serviço emite a NF-e de remessa das embalagens (CFOP 5920/6920)
      *> referenciada a esta nota e lança o saldo do cliente. Nota sem
      *> embalagens não gera aviso.
       2120-remeter-embalagens section.

            if   wf05000-cd-destinatario equal zeros
                 exit section
            end-if

            initialize                             lk-parametros-embalagem
            set  lk-emb-remeter                    to true
            move wf05000-cd-filial                 to lk-emb-cd-filial
            move lk-numero-documento               to lk-emb-numero-documento
            move lk-serie-documento                to lk-emb-serie-documento
            move lk-parametros-embalagem           to lnk-linha-comando
            call c-servico-embalagens using lnk-par
            cancel c-servico-embalagens
            move lnk-linha-comando                 to lk-parametros-embalagem
            move spaces                            to lnk-linha-comando

            if   lk-emb-efetuado
                 move spaces                       to ws-mensagem
                 string "Embalagens: " lk-emb-qtde-embalagens
                        " remetida(s) na NF-e " lk-emb-numero-remessa "/" lk-emb-serie-remessa
                        delimited by size into ws-mensagem
                 perform 9000-mensagem
            else
                 if   lk-emb-mensagem(1:8) equal "Natureza"
                      move lk-emb-mensagem         to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
                 move f01400-razao-social          to f-razao-social-cnl
            end-if

            perform 9000-natureza-nota-cancelada

      *> Faturamento de entrega futura com remessa emitida não cancela:
      *> as remessas precisam ser canceladas antes
            if   ws-cfop-nota-cancelada equal 5922
            or   ws-cfop-nota-cancelada equal 6922
                 perform 9000-verificar-remessas-faturamento
                 if   not ws-saldo-entrega-suficiente
                      move "Faturamento com remessas emitidas - cancele as remessas antes!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
            end-if

            move f05000-valor-total                to f-vl-total-cnl
            move "EMITIDA"                          to f-ds-status-cnl

                      set ws-nota-era-autorizada   to false
                 end-if

                 if   ws-nota-cancelada-move-estoque
                      perform 9000-estornar-itens-nfe
                 end-if

                 perform 9000-estornar-entrega-futura

                 set  f05000-nfe-cancelada         to true

                      if   ws-nota-era-autorizada
                           perform 9000-estornar-estatisticas
                           perform 9000-cancelar-titulos-nfe
                           perform 9000-estornar-fidelidade
                      end-if

                      perform 9000-cancelar-guia-gnre

                      if   ws-nota-cancelada-move-estoque
                           perform 9000-estornar-embalagens
                      end-if

                      move "CANCELADA"              to f-ds-status-cnl

       exit.

      *>=================================================================================
      *> CFOP e movimentação de estoque da natureza da nota em
      *> cancelamento - nota sem natureza é venda e baixou estoque.
       9000-natureza-nota-cancelada section.

            set  ws-nota-cancelada-move-estoque    to true
            move zeros                             to ws-cfop-nota-cancelada

            if   f05000-cd-natureza equal zeros
                 exit section
            end-if

            initialize                             f08400-natureza-operacao
            move f05000-cd-empresa                 to f08400-cd-empresa
            move f05000-cd-filial                  to f08400-cd-filial
            move f05000-cd-natureza                to f08400-cd-natureza
            perform 9000-ler-pd08400-ran
            if   ws-operacao-ok
                 move f08400-cfop                  to ws-cfop-nota-cancelada
                 if   f08400-id-movimenta-estoque equal "N"
                 or   ws-cfop-nota-cancelada equal 5922
                 or   ws-cfop-nota-cancelada equal 6922
                      set  ws-nota-cancelada-move-estoque to false
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
       9000-verificar-remessas-faturamento section.

            set  ws-saldo-entrega-suficiente       to true

            initialize                             f16000-saldo-entrega-futura
            move f05000-cd-empresa                 to f16000-cd-empresa
            move f05000-cd-filial                  to f16000-cd-filial
            move f05000-numero-documento           to f16000-numero-doc-faturamento
            move f05000-serie-documento            to f16000-serie-doc-faturamento
            move zeros                             to f16000-cd-produto
            perform 9000-str-pd16000-grt
            perform 9000-ler-pd16000-nex
            perform until not ws-operacao-ok
                          or f16000-cd-empresa <> f05000-cd-empresa
                          or f16000-cd-filial  <> f05000-cd-filial
                          or f16000-numero-doc-faturamento <> f05000-numero-documento
                          or f16000-serie-doc-faturamento  <> f05000-serie-documento

                 if   f16000-qtde-entregue greater zeros
                      set  ws-saldo-entrega-suficiente to false
                 end-if

                 perform 9000-ler-pd16000-nex
            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Cancelamento: o faturamento cancela o saldo a entregar; a
      *> remessa devolve ao saldo do faturamento referenciado a
      *> quantidade de cada item.
       9000-estornar-entrega-futura section.

            if   ws-cfop-nota-cancelada equal 5922
            or   ws-cfop-nota-cancelada equal 6922

                 initialize                        f16000-saldo-entrega-futura
                 move f05000-cd-empresa            to f16000-cd-empresa
                 move f05000-cd-filial             to f16000-cd-filial
                 move f05000-numero-documento      to f16000-numero-doc-faturamento
                 move f05000-serie-documento       to f16000-serie-doc-faturamento
                 move zeros                        to f16000-cd-produto
                 perform 9000-str-pd16000-grt
                 perform 9000-ler-pd16000-nex
                 perform until not ws-operacao-ok
                               or f16000-cd-empresa <> f05000-cd-empresa
                               or f16000-cd-filial  <> f05000-cd-filial
                               or f16000-numero-doc-faturamento <> f05000-numero-documento
                               or f16000-serie-doc-faturamento  <> f05000-serie-documento
                      set  f16000-saldo-cancelado  to true
                      perform 9000-regravar-pd16000
                      perform 9000-ler-pd16000-nex
                 end-perform

            end-if

            if   f05000-numero-doc-referencia greater zeros

                 initialize                        f05100-item-nota-fiscal
                 move f05000-cd-empresa            to f05100-cd-empresa
                 move f05000-cd-filial             to f05100-cd-filial
                 move f05000-tipo-nota             to f05100-tipo-nota
                 move f05000-numero-documento      to f05100-numero-documento
                 move f05000-serie-documento       to f05100-serie-documento
                 move f05000-cd-destinatario       to f05100-cd-destinatario
                 move zeros                        to f05100-sequencia
                 perform 9000-str-pd05100-grt
                 perform 9000-ler-pd05100-nex
                 perform until not ws-operacao-ok
                               or f05100-cd-empresa        <> f05000-cd-empresa
                               or f05100-cd-filial         <> f05000-cd-filial
                               or f05100-tipo-nota         <> f05000-tipo-nota
                               or f05100-numero-documento  <> f05000-numero-documento
                               or f05100-serie-documento   <> f05000-serie-documento

                      initialize                   f16000-saldo-entrega-futura
                      move f05000-cd-empresa       to f16000-cd-empresa
                      move f05000-cd-filial        to f16000-cd-filial
                      move f05000-numero-doc-referencia to f16000-numero-doc-faturamento
                      move f05000-serie-doc-referencia  to f16000-serie-doc-faturamento
                      move f05100-cd-mercadoria    to f16000-cd-produto
                      perform 9000-ler-pd16000-ran
                      if   ws-operacao-ok
                      and  not f16000-saldo-cancelado
                           if   f16000-qtde-entregue greater f05100-quantidade-mercadoria
                                subtract f05100-quantidade-mercadoria from f16000-qtde-entregue
                           else
                                move zeros         to f16000-qtde-entregue
                           end-if
                           set  f16000-saldo-aberto to true
                           perform 9000-regravar-pd16000
                      end-if

                      perform 9000-ler-pd05100-nex
                 end-perform

            end-if

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Cancela a cobrança de uma nota autorizada que está sendo
      *> cancelada: as parcelas em aberto no contas a receber viram

            perform 8000-limpa-tela-cliente

            set  ws-venda-exportacao               to false
            move spaces                            to ws-cd-moeda-venda
            move zeros                             to ws-taxa-cambio-venda

            perform until exit

                 accept f-tipo-pessoa at line 17 col 34 with update auto-skip

                 if   f-pessoa-fisica
                 or   f-pessoa-juridica
                 or   f-pessoa-estrangeira
                      exit perform
                 end-if   

            end-perform

            if   f-pessoa-estrangeira
                 perform 2200-cliente-exterior
                 exit section
            end-if

            if   f-pessoa-fisica
                 
                 display ws-mascara-cpf at line 19 col 34

       exit.

      *>=================================================================================
      *> Cliente estrangeiro não tem CNPJ/CPF: é localizado pelo código
      *> do cadastro. A venda passa a ser de exportação, com moeda (padrão
      *> a do cadastro do cliente) e taxa de câmbio do dia informadas
      *> aqui e usadas na conversão dos preços de todos os itens.
       2200-cliente-exterior section.

            perform until exit

                 accept f-cd-cliente at line 11 col 34 with update auto-skip

                 initialize                        f01400-cliente
                 move lnk-cd-empresa               to f01400-cd-empresa
                 move lnk-cd-filial                to f01400-cd-filial
                 move f-cd-cliente                 to f01400-cd-cliente
                 perform 9000-ler-pd01400-ran
                 if   ws-operacao-ok
                 and  f01400-pessoa-estrangeira
                      exit perform
                 end-if

                 move "Cliente estrangeiro não cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 move zeros                        to f-cd-cliente

            end-perform

            perform 9000-move-registros-frame

            set  ws-venda-exportacao               to true
            move f15800-cd-moeda                   to ws-cd-moeda-venda

            perform until exit
                 display "Moeda da venda:" at line 45 col 18
                 accept ws-cd-moeda-venda at line 45 col 34 with update auto-skip
                 move function upper-case(ws-cd-moeda-venda) to ws-cd-moeda-venda
                 if   ws-cd-moeda-venda not equal spaces
                 and  ws-cd-moeda-venda not equal "BRL"
                      exit perform
                 end-if
                 move "Informe a moeda estrangeira da venda (USD, EUR...)!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            perform until ws-taxa-cambio-venda greater zeros
                 display "Taxa de cambio:" at line 45 col 44
                 accept ws-taxa-cambio-venda at line 45 col 60 with update auto-skip
            end-perform

            perform 2200-tabela-preco-cliente

            perform 2200-transportador

            perform 2200-vendedor

       exit.

      *>=================================================================================
      *> Preço do item na moeda da venda: propõe o preço em reais da
      *> tabela convertido pela taxa; o informado é reconvertido para
      *> reais, que é o valor que vai para a nota.
       2200-preco-moeda-estrangeira section.

            if   ws-taxa-cambio-venda equal zeros
                 exit section
            end-if

            compute ws-vl-unitario-moeda rounded =
                    ws-valor-unitario-produto / ws-taxa-cambio-venda

            perform until exit
                 display "Unitario " at line 16 col 49
                 display ws-cd-moeda-venda at line 16 col 58
                 display ":" at line 16 col 61
                 accept ws-vl-unitario-moeda at line 16 col 65 with update auto-skip
                 if   ws-vl-unitario-moeda greater zeros
                      exit perform
                 end-if
            end-perform

            compute ws-valor-unitario-produto rounded =
                    ws-vl-unitario-moeda * ws-taxa-cambio-venda
            move ws-valor-unitario-produto         to f-vl-unitario-produto

       exit.

      *>=================================================================================
      *> Seleciona o transportador que fará a entrega da mercadoria; código
      *> zero mantém o pedido sem transportador vinculado (f05000-cd-transportador

       exit.

      *>=================================================================================
      *> Melhor promoção vigente (CS00143S) para o produto e a quantidade
      *> do item, calculada sobre o preço vigente; só vale se sair mais
      *> barata que o preço já resolvido (vigente ou tabela do cliente).
      *> Preço assumido com supervisor e venda para o exterior não
      *> entram em promoção.
       2200-preco-promocao section.

            move zeros                              to ws-nr-promocao-item
            move ws-valor-unitario-produto          to ws-vl-sem-promocao

            if   ws-preco-manual-adotado
            or   ws-venda-exportacao
                 exit section
            end-if

            initialize                              lk-parametros-promocao
            move lnk-cd-filial                      to lk-prm-cd-filial
            move ws-codigo-produto                  to lk-prm-cd-produto

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move ws-codigo-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   ws-operacao-ok
            and  f01800-produto-grade-sku
                 move f01800-cd-produto-pai         to lk-prm-cd-produto-pai
            end-if

            move ws-qtde-produto                    to lk-prm-qtde
            move ws-preco-base-vigente              to lk-prm-vl-unitario-base
            move lk-parametros-promocao             to lnk-linha-comando
            call c-servico-promocoes using lnk-par
            cancel c-servico-promocoes
            move lnk-linha-comando                  to lk-parametros-promocao
            move spaces                             to lnk-linha-comando

            if   lk-prm-aplicada
            and  lk-prm-vl-unitario less ws-valor-unitario-produto
                 move lk-prm-nr-promocao            to ws-nr-promocao-item
                 move lk-prm-vl-unitario            to ws-valor-unitario-produto
                                                       f-vl-unitario-produto
                 perform 8000-tela-produto
                 display "Promocao:"                 at line 16 col 49
                 display lk-prm-ds-promocao          at line 16 col 65
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2200-produto section.

                    if   ws-codigo-produto greater zeros
                         *> Monta descrição produto informado na lista
                         perform 2200-descricao-produto

      *> Produto-pai de grade abre a matriz tamanho x cor
                         if   ws-produto-cadastrado
                         and  f01800-produto-grade-pai
                              perform 2210-produto-grade
                              exit perform cycle
                         end-if
                         
                         *> Verifica se o produto já foi adicionado à lista, se sim, abre manutenção
                         if   ws-produto-cadastrado
                     if   ws-produto-nao-consta-lista
                          move ws-qtde-produto          to ws-qtde-para-preco
                          perform 2200-preco-tabela
                          perform 2200-preco-promocao
                     end-if

      *> Item reaberto que saiu em promoção é reavaliado para a nova
      *> quantidade - leve X pague Y e segunda unidade dependem dela
                     if   ws-produto-consta-lista
                     and  ws-nr-promocao-item greater zeros
                          move ws-vl-sem-promocao       to ws-valor-unitario-produto
                          perform 2200-preco-promocao
                     end-if

                     if   ws-venda-exportacao
                     and  ws-produto-nao-consta-lista
                          perform 2200-preco-moeda-estrangeira
                     end-if

                     perform 2200-total-produto

       exit.
      *>=================================================================================
      *> Produto-pai de grade: depósito único para toda a matriz tamanho
      *> x cor e, para cada célula preenchida, o mesmo tratamento da
      *> digitação item a item sobre o SKU (preço próprio ou do pai,
      *> tabela do cliente, saldo, travas de preço e reserva).
       2210-produto-grade section.

            move f01800-cd-produto                  to ws-gr-cd-produto-pai
            move f01800-cd-grade                    to ws-gr-cd-grade
            perform 9000-carregar-grade-produto
            if   ws-gr-nr-skus equal zeros
                 string "Produto-pai [" ws-gr-cd-produto-pai "] sem SKUs gerados!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform until exit
                 accept f-cd-deposito at line 17 col 26 with update auto-skip
                 if   f-cd-deposito greater zeros
                      exit perform
                 end-if
            end-perform
            move f-cd-deposito                      to ws-cd-deposito-grade

            move 21                                 to ws-gr-nr-linha-inicial
            perform 9000-capturar-matriz-grade

            set  ws-digitacao-grade                 to true

            perform varying ws-gr-ix-tamanho from 1 by 1
                    until ws-gr-ix-tamanho > ws-gr-nr-tamanhos
                 perform varying ws-gr-ix-cor from 1 by 1
                         until ws-gr-ix-cor > ws-gr-nr-cores
                      if   ws-gr-qtde(ws-gr-ix-tamanho, ws-gr-ix-cor) greater zeros
                           perform 2220-incluir-item-grade
                      end-if
                 end-perform
            end-perform

            set  ws-digitacao-grade                 to false

            perform 2200-total-pedido

            initialize                              f-produto
            perform 8000-tela-produto

       exit.

      *>=================================================================================
      *> SKU já digitado no pedido não é somado pela matriz - a
      *> alteração é feita pela digitação do próprio item.
       2220-incluir-item-grade section.

            initialize                              f-produto
                                                    ws-produto
            move ws-gr-cd-sku(ws-gr-ix-tamanho, ws-gr-ix-cor) to ws-codigo-produto

            perform 2200-descricao-produto
            if   not ws-produto-cadastrado
                 exit section
            end-if

            initialize                              nfe
            move ws-codigo-produto                  to nfe-cd-mercadoria
            read arq-nfe key is nfe-cd-mercadoria
            if   ws-operacao-ok
                 string "O produto [" ws-codigo-produto "] já consta na lista - altere pelo item!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-produto-nao-consta-lista        to true
            set  ws-produto-nao-excluido-lista      to true

            perform 2200-preco-produto
            if   not ws-produto-preco-cadastrado
                 exit section
            end-if

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move ws-codigo-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran

            move ws-cd-deposito-grade               to f-cd-deposito
                                                       ws-cd-deposito
            move 1                                  to ws-fator-unidade
            move f01800-cd-unidade-base             to ws-cd-unidade-item

            move ws-gr-qtde(ws-gr-ix-tamanho, ws-gr-ix-cor) to ws-qtde-produto
            move ws-qtde-produto                    to f-qtde-produto
            move ws-qtde-produto                    to ws-qtde-base

            perform 9000-verifica-estoque
            if   not ws-produto-disponivel-estoque
                 exit section
            end-if

            move ws-qtde-produto                    to ws-qtde-para-preco
            perform 2200-preco-tabela
            perform 2200-preco-promocao

            if   ws-venda-exportacao
                 perform 2200-preco-moeda-estrangeira
            end-if

            perform 2200-total-produto

            perform 2200-gravar-temporario-nfe
            if   ws-item-liberado
                 perform 9000-reservar-item
            end-if

       exit.

      *>=================================================================================
      *> Produto com unidade de venda alternativa cadastrada pode ser
      *> digitado na unidade base ou na de venda (ex.: unidade x caixa);
      *> a quantidade é convertida para a base pelo fator de conversão
      *> para todo o tratamento de estoque.
       2200-unidade-item section.

            move 1                                  to ws-fator-unidade
            move f01800-cd-unidade-base             to ws-cd-unidade-item

            if   f01800-cd-unidade-venda equal zeros
                 exit section
            end-if

            perform until exit

                 move "B"                           to ws-id-unidade-item
                 display "Unidade (B=Base/V=Venda):" at line 17 col 50
                 accept ws-id-unidade-item at line 17 col 76 with update auto-skip
                 move function upper-case(ws-id-unidade-item) to ws-id-unidade-item

                 if   ws-unidade-item-base
                      exit perform
                 end-if

                 if   ws-unidade-item-venda
                      move f01800-cd-unidade-venda  to ws-cd-unidade-item
                      if   f01800-fator-conversao greater zeros
                           move f01800-fator-conversao to ws-fator-unidade
                      end-if
                      exit perform
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2200-descricao-produto section.

            set ws-produto-nao-cadastrado          to true
            
            initialize                f01800-produto
            move lnk-cd-empresa       to f01800-cd-empresa
            move lnk-cd-filial        to f01800-cd-filial
            move ws-codigo-produto    to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
            and  not ws-registro-inexistente
                 string "Erro de leitura f01800-produto - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            else
                 if   ws-registro-inexistente
                      string "Produto não cadastrado! [" ws-codigo-produto "]" into ws-mensagem
                      perform 9000-mensagem                              

            set ws-produto-preco-nao-cadastrado    to true

            move f-cd-produto                to ws-cd-produto-preco
            perform 2200-ler-preco-vigente

      *> SKU de grade sem preço próprio vende pelo preço do produto-pai
            if   ws-registro-inexistente
                 initialize                  f01800-produto
                 move lnk-cd-empresa         to f01800-cd-empresa
                 move lnk-cd-filial          to f01800-cd-filial
                 move f-cd-produto           to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   ws-operacao-ok
                 and  f01800-produto-grade-sku
                      move f01800-cd-produto-pai to ws-cd-produto-preco
                      perform 2200-ler-preco-vigente
                 else
                      move "23"              to ws-resultado-acesso
                 end-if
            end-if

            if   not ws-operacao-ok
                 if   ws-registro-inexistente
                      string "Produto [ " f-cd-produto "] não possuí preço cadastrado!" into ws-mensagem

                 perform 8000-tela-produto

                 if   not ws-digitacao-grade
                      perform 2200-historico-cliente
                 end-if
            end-if   
       
       exit.

      *>=================================================================================
      *> Preço ativo vigente hoje de ws-cd-produto-preco; sem preço
      *> devolve ws-resultado-acesso "23".
       2200-ler-preco-vigente section.

            accept ws-data-inv               from date yyyymmdd

            initialize                       f02100-preco-produto
            move lnk-cd-empresa              to f02100-cd-empresa
            move lnk-cd-filial               to f02100-cd-filial
            move ws-cd-produto-preco         to f02100-cd-produto
            move ws-data-inv                 to f02100-data-vigencia
            perform 9000-str-pd02100-ngrt
            if   ws-operacao-ok
                 perform 9000-ler-pd02100-pre
                 perform until exit
                      if   not ws-operacao-ok
                           exit perform
                      end-if
                      if   f02100-cd-empresa not equal lnk-cd-empresa
                      or   f02100-cd-filial  not equal lnk-cd-filial
                      or   f02100-cd-produto not equal ws-cd-produto-preco
                           move "23"               to ws-resultado-acesso
                           exit perform
                      end-if
                      if   f02100-preco-ativo
                           exit perform
                      end-if
                      perform 9000-ler-pd02100-pre
                 end-perform
            end-if

       exit.

      *>=================================================================================
      *> Consulta opcional do histórico de compras do cliente para o
      *> produto em digitação: últimas 5 vendas autorizadas (data,
                     move nfe-valor-total              to f-vl-total-produto
                     move nfe-cd-deposito              to f-cd-deposito
                                                          ws-cd-deposito
                     move nfe-nr-promocao              to ws-nr-promocao-item
                     move nfe-vl-preco-vigente         to ws-preco-base-vigente
                     move nfe-vl-sem-promocao          to ws-vl-sem-promocao
                     
                     perform 8000-tela-produto
                end-if  
            move ws-valor-unitario-produto      to nfe-valor-unitario
            move ws-valor-total-produto         to nfe-valor-total
            move ws-cd-deposito                 to nfe-cd-deposito
            move ws-nr-promocao-item            to nfe-nr-promocao
            move ws-preco-base-vigente          to nfe-vl-preco-vigente
            move ws-vl-sem-promocao             to nfe-vl-sem-promocao
            write nfe
            if   not ws-operacao-ok
                 string "Erro ao gravar nfe - Status " ws-resultado-acesso into ws-mensagem
            move spaces                             to ws-tipo-violacao
            move zeros                              to ws-perc-violado

      *> Desconto sobre a tabela vigente x limite do vendedor - o preço
      *> de promoção cadastrada não conta como desconto do vendedor
            if   ws-preco-base-vigente greater zeros
            and  ws-valor-unitario-produto less ws-preco-base-vigente
            and  ws-cd-vendedor greater zeros
            and  ws-nr-promocao-item equal zeros

                 compute ws-perc-desconto-item rounded =
                         (ws-preco-base-vigente - ws-valor-unitario-produto)
                 string "MARGEM ABAIXO DO MINIMO (" ws-perc-violado-x "%)"
                        into lk-sup-motivo
            end-if
            set  lk-sup-liberacao-preco             to true
            move lk-parametros-supervisor           to lnk-linha-comando
            call c-autorizar-supervisor using lnk-par
            cancel c-autorizar-supervisor
            move ws-horas(1:6)                      to f10700-hora-liberacao
            move lnk-id-usuario                     to f10700-id-usuario-operador
            move lk-sup-id-usuario                  to f10700-id-usuario-supervisor
            move lk-sup-id-usuario-titular          to f10700-id-usuario-titular
            move ws-cd-vendedor                     to f10700-cd-vendedor
            move f-cd-produto                       to f10700-cd-produto
            move ws-tipo-violacao                   to f10700-tipo-violacao
                 move ws-valor-unitario-produto      to nfe-valor-unitario
                 move ws-valor-total-produto         to nfe-valor-total
                 move ws-cd-deposito                 to nfe-cd-deposito
                 move ws-nr-promocao-item            to nfe-nr-promocao
                 move ws-vl-sem-promocao             to nfe-vl-sem-promocao
                 rewrite nfe
                 if   not ws-operacao-ok
                      string "Erro ao regravar nfe - Status " ws-resultado-acesso into ws-mensagem
                 perform 9000-abortar
            end-if

            set  ws-natureza-conferida             to false
            perform until ws-natureza-conferida
                 perform 2250-natureza-operacao
                 perform 2250-conferir-natureza-exportacao
                 if   ws-natureza-conferida
                      perform 2250-conferir-entrega-futura
                 end-if
            end-perform

            if   ws-venda-exportacao
                 perform 2250-dados-exportacao
            end-if

            move 55                                to lnk-cd-modelo
            move zeros                             to lnk-cd-serie
            move ws-nr-tabela-cliente              to wf05000-nr-tabela-preco
            move ws-id-logradouro-entrega          to wf05000-id-logradouro-entrega
            move ws-cd-natureza                    to wf05000-cd-natureza
            if   ws-remessa-entrega-futura
                 move ws-numero-doc-faturamento    to wf05000-numero-doc-referencia
                 move ws-serie-doc-faturamento     to wf05000-serie-doc-referencia
            end-if
            if   ws-cd-condicao-pagamento greater zeros
                 move "F"                          to wf05000-tipo-pagamento
            end-if

            move ws-data-inv                       to wf05000-data-entrega
            move ws-horas(01:06)                   to wf05000-horario-entrega   

            set  ws-gera-gnre                      to false
            move spaces                            to ws-uf-gnre

            perform 9000-descarregar-itens-nfe

            add  wf05000-valor-frete               to wf05000-valor-total

            perform 9000-mestre-nota-fiscal
                      
            perform 9000-gravar-pd05000
            if   not ws-operacao-ok
                 string "Erro ao gravar f05001-mestre-nota-fiscal - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            if   ws-gera-gnre
            and  wf05000-valor-icms-st greater zeros
                 perform 9000-gerar-guia-gnre
            end-if

            if   ws-venda-exportacao
                 perform 2300-gravar-dados-exportacao
            end-if
            
            string "Nota fiscal [" wf05000-numero-documento "/" wf05000-serie-documento "] emitda com sucesso!" into ws-mensagem
            perform 9000-mensagem
            move "S"                                to ws-id-nat-estoque
            move "S"                                to ws-id-nat-financeiro
            move "S"                                to ws-id-nat-estatisticas
            move spaces                             to ws-cd-class-trib-natureza
            move "N"                                to ws-id-nat-calcula-st

            display "Natureza de operacao (0=venda):" at line 47 col 27
            accept ws-cd-natureza at line 47 col 59 with update auto-skip
            move f08400-id-movimenta-estoque        to ws-id-nat-estoque
            move f08400-id-gera-financeiro          to ws-id-nat-financeiro
            move f08400-id-soma-estatisticas        to ws-id-nat-estatisticas
            move f08400-cd-class-trib               to ws-cd-class-trib-natureza
            move f08400-id-calcula-st               to ws-id-nat-calcula-st

       exit.

      *>=================================================================================
      *> Venda ao exterior só sai com natureza de exportação (CFOP 7xxx)
      *> e cliente nacional não pode usar uma.
       2250-conferir-natureza-exportacao section.

            set  ws-natureza-conferida             to true

            if   ws-venda-exportacao
                 if   ws-nat-cfop less 7000
                 or   ws-nat-cfop greater 7999
                      move "Cliente estrangeiro: informe uma natureza de exportação (CFOP 7xxx)!" to ws-mensagem
                      perform 9000-mensagem
                      set  ws-natureza-conferida   to false
                 end-if
            else
                 if   ws-nat-cfop not less 7000
                 and  ws-nat-cfop not greater 7999
                      move "Natureza de exportação (CFOP 7xxx) só para cliente estrangeiro!" to ws-mensagem
                      perform 9000-mensagem
                      set  ws-natureza-conferida   to false
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Entrega futura pelo CFOP da natureza: o simples faturamento não
      *> movimenta estoque; a remessa não gera financeiro nem estatística
      *> (a venda já foi faturada) e exige a NF-e de faturamento do mesmo
      *> cliente com saldo a entregar para todos os itens digitados.
       2250-conferir-entrega-futura section.

            set  ws-sem-entrega-futura             to true
            move zeros                             to ws-numero-doc-faturamento
                                                      ws-serie-doc-faturamento

            evaluate ws-nat-cfop
                 when 5922
                 when 6922
                      set  ws-faturamento-entrega-futura to true
                      move "N"                     to ws-id-nat-estoque
                 when 5117
                 when 6117
                      set  ws-remessa-entrega-futura to true
                      move "S"                     to ws-id-nat-estoque
                      move "N"                     to ws-id-nat-financeiro
                      move "N"                     to ws-id-nat-estatisticas
                      perform 2260-ler-faturamento-referenciado
                 when other
                      exit section
            end-evaluate

       exit.

      *>=================================================================================
       2260-ler-faturamento-referenciado section.

            perform until ws-numero-doc-faturamento <> zeros
                 display "NF-e de faturamento:" at line 48 col 03
                 accept ws-numero-doc-faturamento at line 48 col 24 with update auto-skip
            end-perform
            perform until ws-serie-doc-faturamento <> zeros
                 display "Serie:" at line 48 col 35
                 accept ws-serie-doc-faturamento at line 48 col 42 with update auto-skip
            end-perform

            initialize                             f05000-mestre-nota-fiscal
            move lnk-cd-empresa                    to f05000-cd-empresa
            move lnk-cd-filial                     to f05000-cd-filial
            move 01                                to f05000-tipo-nota
            move ws-numero-doc-faturamento         to f05000-numero-documento
            move ws-serie-doc-faturamento          to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   not ws-operacao-ok
            or   f05000-nfe-cancelada
            or   f05000-cd-destinatario not equal f-cd-cliente
                 move "NF-e de faturamento não encontrada/cancelada ou de outro cliente!" to ws-mensagem
                 perform 9000-mensagem
                 set  ws-natureza-conferida        to false
                 exit section
            end-if

            perform 2260-conferir-saldo-itens
            if   not ws-saldo-entrega-suficiente
                 set  ws-natureza-conferida        to false
            end-if

            display "                                            " at line 48 col 03

       exit.

      *>=================================================================================
      *> Todos os itens digitados precisam ter saldo a entregar no
      *> faturamento referenciado.
       2260-conferir-saldo-itens section.

            set  ws-saldo-entrega-suficiente       to true

            initialize                             nfe
            start arq-nfe key is greater nfe-sequencia
            read arq-nfe next
            perform until not ws-operacao-ok

                 initialize                        f16000-saldo-entrega-futura
                 move lnk-cd-empresa               to f16000-cd-empresa
                 move lnk-cd-filial                to f16000-cd-filial
                 move ws-numero-doc-faturamento    to f16000-numero-doc-faturamento
                 move ws-serie-doc-faturamento     to f16000-serie-doc-faturamento
                 move nfe-cd-mercadoria            to f16000-cd-produto
                 perform 9000-ler-pd16000-ran
                 if   ws-operacao-ok
                 and  f16000-saldo-aberto
                      compute ws-saldo-entrega =
                              f16000-qtde-faturada - f16000-qtde-entregue
                 else
                      move zeros                   to ws-saldo-entrega
                 end-if

                 if   nfe-quantidade-mercadoria greater ws-saldo-entrega
                      move ws-saldo-entrega        to ws-saldo-entrega-x
                      move spaces                  to ws-mensagem
                      string "Produto [" nfe-cd-mercadoria "] sem saldo a entregar no faturamento - saldo "
                             ws-saldo-entrega-x "!" into ws-mensagem
                      perform 9000-mensagem
                      set  ws-saldo-entrega-suficiente to false
                 end-if

                 read arq-nfe next
            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Dados do embarque para a NF-e de exportação: UF e local onde a
      *> mercadoria sai do país, local de despacho e número da DU-E.
       2250-dados-exportacao section.

            move spaces                             to ws-uf-embarque
                                                       ws-local-embarque
                                                       ws-local-despacho
                                                       ws-nr-due

            perform until ws-uf-embarque <> spaces
                 display "UF de embarque:" at line 48 col 03
                 accept ws-uf-embarque at line 48 col 19 with update auto-skip
                 move function upper-case(ws-uf-embarque) to ws-uf-embarque
            end-perform

            perform until ws-local-embarque <> spaces
                 display "Local de embarque:" at line 48 col 23
                 accept ws-local-embarque at line 48 col 42 with update auto-skip
            end-perform

            perform until ws-local-despacho <> spaces
                 display "Local de despacho:                                          " at line 48 col 23
                 accept ws-local-despacho at line 48 col 42 with update auto-skip
            end-perform

            display "Numero da DU-E:                                             " at line 48 col 23
            accept ws-nr-due at line 48 col 42 with update auto-skip

            display "                                                            " at line 48 col 03
            display "                                                            " at line 48 col 63

       exit.

      *>=================================================================================
       2300-gravar-dados-exportacao section.

            initialize                              f15900-nota-exportacao
            move wf05000-cd-empresa                 to f15900-cd-empresa
            move wf05000-cd-filial                  to f15900-cd-filial
            move wf05000-tipo-nota                  to f15900-tipo-nota
            move wf05000-numero-documento           to f15900-numero-documento
            move wf05000-serie-documento            to f15900-serie-documento
            move ws-cd-moeda-venda                  to f15900-cd-moeda
            move ws-taxa-cambio-venda               to f15900-taxa-cambio
            if   ws-taxa-cambio-venda greater zeros
                 compute f15900-valor-total-moeda rounded =
                         wf05000-valor-total / ws-taxa-cambio-venda
            end-if
            move ws-uf-embarque                     to f15900-uf-embarque
            move ws-local-embarque                  to f15900-local-embarque
            move ws-local-despacho                  to f15900-local-despacho
            move ws-nr-due                          to f15900-nr-due

            perform 9000-gravar-pd15900
            if   not ws-operacao-ok
                 string "Erro ao gravar f15900-nota-exportacao - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

                     move f01800-cst                to wf05100-cst
                     move f01800-cfop                to wf05100-cfop
                     move f01800-aliquota-icms       to wf05100-aliq-icms
                     move f01800-cd-class-trib       to ws-cd-class-trib-produto
                     move f01800-ncm                 to ws-ncm-item-st
                else
                     move zeros                      to wf05100-cst
                     move zeros                      to wf05100-cfop
                     move zeros                      to wf05100-aliq-icms
                     move spaces                     to ws-cd-class-trib-produto
                     move zeros                      to ws-ncm-item-st
                end-if

                *> CFOP da natureza de operação sobrepõe o do produto
                move nfe-quantidade-mercadoria     to wf05100-quantidade-mercadoria
                move nfe-valor-unitario            to wf05100-valor-unitario
                move nfe-valor-total               to wf05100-valor-total
                move nfe-nr-promocao               to wf05100-nr-promocao

                *> Acumular Total NF-e
                add  wf05100-valor-total           to wf05000-valor-total
                add  wf05100-base-icms             to wf05000-base-icms
                add  wf05100-valor-icms            to wf05000-valor-icms

                *> ICMS-ST por MVA quando a natureza pede
                perform 9000-calcular-icms-st-item

                *> Calcular PIS/COFINS do item conforme o regime da empresa
                move ws-cst-pis-cofins             to wf05100-cst-pis
                move ws-cst-pis-cofins             to wf05100-cst-cofins
                compute wf05100-valor-cofins rounded =
                        wf05100-base-cofins * wf05100-aliq-cofins / 100

                *> Exportação: ICMS não tributado (CST 41, mantida a
                *> origem do produto) e PIS/COFINS CST 08 sem incidência
                if   ws-venda-exportacao
                     perform 9000-desonerar-item-exportacao
                end-if

                *> Acumular PIS/COFINS da NF-e
                add  wf05100-valor-pis             to wf05000-valor-pis
                add  wf05100-valor-cofins          to wf05000-valor-cofins

                *> IBS/CBS do item conforme o cClassTrib
                perform 9000-calcular-ibs-cbs-item

                perform 9000-calcular-difal-item

      *> Produto com controle de série: exige uma série em estoque por

                perform 9000-item-nota-fiscal
                
                perform 9000-gravar-pd05100
                if   not ws-operacao-ok
                     string "Erro ao gravar f05002-item-nota-fiscal - " ws-resultado-acesso into ws-mensagem
                     perform 9000-mensagem
                     perform 9000-abortar
                end-if

                if   not ws-sem-entrega-futura
                     perform 9000-atualizar-entrega-futura
                end-if

                *> Kit configurado para imprimir os componentes abertos
                *> ganha linhas informativas (valor zero) na nota
                if   ws-item-e-kit
       
       exit.                                                       

      *>=================================================================================
       9000-desonerar-item-exportacao section.

            subtract wf05100-base-icms             from wf05000-base-icms
            subtract wf05100-valor-icms            from wf05000-valor-icms
            move "41"                              to wf05100-cst(3:2)
            move zeros                             to wf05100-base-icms
                                                      wf05100-aliq-icms
                                                      wf05100-valor-icms

            move 08                                to wf05100-cst-pis
                                                      wf05100-cst-cofins
            move zeros                             to wf05100-base-pis
                                                      wf05100-base-cofins
                                                      wf05100-aliq-pis
                                                      wf05100-aliq-cofins
                                                      wf05100-valor-pis
                                                      wf05100-valor-cofins

       exit.

      *>=================================================================================
      *> Faturamento abre (ou soma) o saldo a entregar do produto;
      *> remessa soma a quantidade entregue e encerra o saldo zerado.
       9000-atualizar-entrega-futura section.

            initialize                             f16000-saldo-entrega-futura
            move wf05100-cd-empresa                to f16000-cd-empresa
            move wf05100-cd-filial                 to f16000-cd-filial
            if   ws-faturamento-entrega-futura
                 move wf05100-numero-documento     to f16000-numero-doc-faturamento
                 move wf05100-serie-documento      to f16000-serie-doc-faturamento
            else
                 move ws-numero-doc-faturamento    to f16000-numero-doc-faturamento
                 move ws-serie-doc-faturamento     to f16000-serie-doc-faturamento
            end-if
            move wf05100-cd-mercadoria             to f16000-cd-produto
            perform 9000-ler-pd16000-ran

            if   ws-faturamento-entrega-futura
                 if   ws-operacao-ok
                      add  wf05100-quantidade-mercadoria to f16000-qtde-faturada
                      perform 9000-regravar-pd16000
                 else
                      move wf05000-cd-destinatario to f16000-cd-cliente
                      move wf05000-data-operacao   to f16000-data-faturamento
                      move wf05100-quantidade-mercadoria to f16000-qtde-faturada
                      move zeros                   to f16000-qtde-entregue
                      move wf05100-valor-unitario  to f16000-valor-unitario
                      move zeros                   to f16000-data-ultima-remessa
                      set  f16000-saldo-aberto     to true
                      perform 9000-gravar-pd16000
                 end-if
            else
                 if   ws-operacao-ok
                      add  wf05100-quantidade-mercadoria to f16000-qtde-entregue
                      move wf05000-data-operacao   to f16000-data-ultima-remessa
                      if   f16000-qtde-entregue not less f16000-qtde-faturada
                           set  f16000-saldo-encerrado to true
                      end-if
                      perform 9000-regravar-pd16000
                 end-if
            end-if

            if   not ws-operacao-ok
                 string "Erro ao atualizar saldo de entrega futura - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Baixa das séries do item em emissão: o operador informa cada
      *> série; série inexistente ou já vendida é recusada e pedida de

       exit.

      *>=================================================================================
      *> ICMS-ST - natureza marcada para substituição: busca a MVA do NCM
      *> do item para a UF de destino (pd13500). Operação interna usa a
      *> MVA original; interestadual, a ajustada (zero = original).
      *> Base ST = valor do item x (1 + MVA); ICMS-ST = base ST x
      *> alíquota interna do destino (pd08200, ou a do produto na
      *> operação interna) menos o ICMS próprio. O ST soma no total da
      *> nota (9000-mestre-nota-fiscal). Interestadual sem inscrição de substituto no destino
      *> marca a nota para guia GNRE.
       9000-calcular-icms-st-item section.

            move zeros                             to wf05100-cest
                                                      wf05100-mva-st
                                                      wf05100-base-icms-st
                                                      wf05100-aliq-icms-st
                                                      wf05100-valor-icms-st

            if   not ws-natureza-calcula-st
            or   ws-ncm-item-st equal zeros
            or   ws-venda-exportacao
                 exit section
            end-if

            if   f-uf equal spaces
                 move ws-uf-filial                 to ws-uf-destino-st
            else
                 move f-uf                         to ws-uf-destino-st
            end-if

            initialize                             f13500-mva-st
            move lnk-cd-empresa                    to f13500-cd-empresa
            move lnk-cd-filial                     to f13500-cd-filial
            move ws-ncm-item-st                    to f13500-ncm
            move ws-uf-destino-st                  to f13500-uf-destino
            perform 9000-ler-pd13500-ran
            if   not ws-operacao-ok
            or   not f13500-mva-ativa
                 exit section
            end-if

            move f13500-cest                       to wf05100-cest

            if   ws-uf-destino-st equal ws-uf-filial
            or   f13500-mva-ajustada equal zeros
                 move f13500-mva-original          to wf05100-mva-st
            else
                 move f13500-mva-ajustada          to wf05100-mva-st
            end-if

            move wf05100-aliq-icms                 to ws-aliq-interna-st
            initialize                             f08200-aliquota-uf
            move lnk-cd-empresa                    to f08200-cd-empresa
            move lnk-cd-filial                     to f08200-cd-filial
            move ws-uf-filial                      to f08200-uf-origem
            move ws-uf-destino-st                  to f08200-uf-destino
            perform 9000-ler-pd08200-ran
            if   ws-operacao-ok
            and  f08200-aliquota-ativa
                 if   f08200-aliq-interna-destino greater zeros
                      move f08200-aliq-interna-destino to ws-aliq-interna-st
                 end-if
            else
                 initialize                        f08200-aliquota-uf
            end-if

            compute wf05100-base-icms-st rounded =
                    wf05100-valor-total * (100 + wf05100-mva-st) / 100
            move ws-aliq-interna-st                to wf05100-aliq-icms-st
            compute ws-valor-st-calculado rounded =
                    (wf05100-base-icms-st * wf05100-aliq-icms-st / 100)
                    - wf05100-valor-icms
            if   ws-valor-st-calculado greater zeros
                 move ws-valor-st-calculado        to wf05100-valor-icms-st
            end-if

            add  wf05100-base-icms-st              to wf05000-base-icms-st
            add  wf05100-valor-icms-st             to wf05000-valor-icms-st

            if   ws-uf-destino-st not equal ws-uf-filial
            and  wf05100-valor-icms-st greater zeros
            and  not f08200-com-ie-substituto
                 set  ws-gera-gnre                 to true
                 move ws-uf-destino-st             to ws-uf-gnre
            end-if

       exit.

      *>=================================================================================
      *> Guia GNRE do ICMS-ST da nota (pd13600) e título a pagar ao
      *> estado favorecido na faixa reservada 960.000.000+ - a guia vence
      *> na emissão (o ST por operação é pago antes da saída). O
      *> fornecedor do título é o parâmetro GNRE-FORNECEDOR (pd04700);
      *> sem ele a guia é registrada sem título e o operador avisado.
      *> O lote XML para o portal GNRE é gerado pelo CS00133S.
       9000-gerar-guia-gnre section.

            string lnk-dat-path delimited   by "  " "\EFD136.DAT" into wid-pd13600
            open i-o pd13600
            if   ws-arquivo-inexistente
                 open output pd13600
                 close pd13600
                 open i-o pd13600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD136.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move zeros                             to ws-cd-fornecedor-gnre
            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "GNRE-FORNECEDOR"                 to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
                 move f04700-valor-numero          to ws-cd-fornecedor-gnre
            end-if

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f13600-guia-gnre
            move wf05000-cd-empresa                to f13600-cd-empresa
            move wf05000-cd-filial                 to f13600-cd-filial
            move wf05000-numero-documento          to f13600-numero-documento
            move wf05000-serie-documento           to f13600-serie-documento
            move wf05000-cd-destinatario           to f13600-cd-destinatario
            move ws-uf-gnre                        to f13600-uf-favorecida
            move c-receita-gnre-icms-st            to f13600-cd-receita
            move wf05000-valor-icms-st             to f13600-valor-guia
            move ws-data-inv                       to f13600-data-emissao
            move ws-data-inv                       to f13600-data-vencimento
            move ws-cd-fornecedor-gnre             to f13600-cd-fornecedor
            set  f13600-guia-pendente              to true

            if   ws-cd-fornecedor-gnre greater zeros
                 perform 9000-abrir-io-pd02700

                 initialize                        f02700-conta-pagar
                 move lnk-cd-empresa               to f02700-cd-empresa
                 move lnk-cd-filial                to f02700-cd-filial
                 move ws-cd-fornecedor-gnre        to f02700-cd-fornecedor
      *> Faixa reservada 960.000.000+ - não colide com as notas do
      *> fornecedor nem com as demais faixas de títulos gerados
                 compute f02700-numero-documento =
                         960000000 + function mod(wf05000-numero-documento, 10000000)
                 move 01                           to f02700-nr-parcela
                 move c-serie-titulo-gnre          to f02700-serie-documento
                 move ws-data-inv                  to f02700-data-emissao
                 move ws-data-inv                  to f02700-data-entrada
                 move ws-data-inv                  to f02700-data-vencimento
                 move wf05000-valor-icms-st        to f02700-valor-parcela
                 move zeros                        to f02700-valor-pago
                 move lnk-id-usuario               to f02700-id-usuario-inclusao
                 set  f02700-titulo-aprovado       to false
                 set  f02700-titulo-aberto         to true

                 perform 9000-gravar-pd02700
                 if   ws-operacao-ok
                      move f02700-numero-documento to f13600-nr-titulo-pagar
                 else
                      move "Título da GNRE já existe no contas a pagar - confira!" to ws-mensagem
                      perform 9000-mensagem
                 end-if

                 close pd02700
            else
                 move "Parâmetro GNRE-FORNECEDOR não cadastrado - guia registrada sem título a pagar!" to ws-mensagem
                 perform 9000-mensagem
            end-if

            perform 9000-gravar-pd13600
            if   ws-registro-existente
                 perform 9000-regravar-pd13600
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gravar guia GNRE - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            else
                 move f13600-valor-guia            to ws-valor-gnre-x
                 move spaces                       to ws-mensagem
                 string "Guia GNRE de ICMS-ST para " ws-uf-gnre " registrada - R$ " ws-valor-gnre-x into ws-mensagem
                 perform 9000-mensagem
            end-if

            close pd13600

       exit.

      *>=================================================================================
      *> Cancelamento da nota com cliente identificado: tira do extrato
      *> de fidelidade os pontos que ela gerou e devolve os resgatados
      *> nela (CS00142S).
       9000-estornar-fidelidade section.

            if   f05000-cd-destinatario equal zeros
                 exit section
            end-if

            initialize                             lk-parametros-fidelidade
            set  lk-fid-estornar                   to true
            move f05000-cd-filial                  to lk-fid-cd-filial
            move f05000-tipo-nota                  to lk-fid-tipo-nota
            move f05000-numero-documento           to lk-fid-numero-documento
            move f05000-serie-documento            to lk-fid-serie-documento
            move lk-parametros-fidelidade          to lnk-linha-comando
            call c-servico-fidelidade using lnk-par
            cancel c-servico-fidelidade
            move lnk-linha-comando                 to lk-parametros-fidelidade
            move spaces                            to lnk-linha-comando

            if   lk-fid-efetuado
                 string "Fidelidade: " lk-fid-mensagem delimited by "  "
                        " - " lk-fid-pontos " pontos" delimited by size into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Venda cancelada: as embalagens ainda em aberto da remessa voltam
      *> ao estoque e saem do saldo do cliente; a NF-e de remessa sem
      *> devolução nem cobrança é cancelada junto.
       9000-estornar-embalagens section.

            if   f05000-cd-destinatario equal zeros
                 exit section
            end-if

            initialize                             lk-parametros-embalagem
            set  lk-emb-estornar                   to true
            move f05000-cd-filial                  to lk-emb-cd-filial
            move f05000-numero-documento           to lk-emb-numero-documento
            move f05000-serie-documento            to lk-emb-serie-documento
            move lk-parametros-embalagem           to lnk-linha-comando
            call c-servico-embalagens using lnk-par
            cancel c-servico-embalagens
            move lnk-linha-comando                 to lk-parametros-embalagem
            move spaces                            to lnk-linha-comando

            if   lk-emb-efetuado
                 move spaces                       to ws-mensagem
                 string "Embalagens: " lk-emb-mensagem delimited by "  "
                        into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Cancelamento da nota: cancela a guia GNRE pendente/gerada e o
      *> título a pagar correspondente; título já pago fica para pedido
      *> de restituição ao estado.
       9000-cancelar-guia-gnre section.

            string lnk-dat-path delimited   by "  " "\EFD136.DAT" into wid-pd13600
            open i-o pd13600
            if   not ws-operacao-ok
                 exit section
            end-if

            initialize                             f13600-guia-gnre
            move f05000-cd-empresa                 to f13600-cd-empresa
            move f05000-cd-filial                  to f13600-cd-filial
            move f05000-numero-documento           to f13600-numero-documento
            move f05000-serie-documento            to f13600-serie-documento
            perform 9000-ler-pd13600-ran
            if   not ws-operacao-ok
            or   f13600-guia-cancelada
                 close pd13600
                 exit section
            end-if

            set  f13600-guia-cancelada             to true
            perform 9000-regravar-pd13600

            if   f13600-nr-titulo-pagar greater zeros
                 perform 9000-abrir-io-pd02700
                 initialize                        f02700-conta-pagar
                 move f13600-cd-empresa            to f02700-cd-empresa
                 move f13600-cd-filial             to f02700-cd-filial
                 move f13600-cd-fornecedor         to f02700-cd-fornecedor
                 move f13600-nr-titulo-pagar       to f02700-numero-documento
                 move 01                           to f02700-nr-parcela
                 perform 9000-ler-pd02700-ran
                 if   ws-operacao-ok
                      if   f02700-titulo-pago
                           move "GNRE desta nota já foi paga - solicitar restituição do ICMS-ST ao estado!" to ws-mensagem
                           perform 9000-mensagem
                      else
                           set  f02700-titulo-cancelado to true
                           move lnk-id-usuario     to f02700-id-usuario-baixa
                           perform 9000-regravar-pd02700
                      end-if
                 end-if
                 close pd02700
            end-if

            close pd13600

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame
 
                  
            perform 9000-frame-padrao

            if   f-pessoa-estrangeira
                 display f-nr-id-fiscal at line 19 col 34
            else
            if   f-pessoa-fisica
                 display ws-mascara-cpf at line 19 col 34 
                      
                 display f-cnpj(13:02) at line 19 col 50 

            end-if
            end-if

            display frm-cliente
       
            
            perform 9000-frame-padrao

            if   f-pessoa-estrangeira
                 display f-nr-id-fiscal at line 19 col 34
            else
            if   f-pessoa-fisica
                 display ws-mascara-cpf at line 19 col 34 
                      
                 display f-cnpj(13:02) at line 19 col 50 

            end-if
            end-if

            display frm-cliente

                 end-if
                 
                 move f01800-descricao-produto      to ws-ln-ds-produto
                 if   nfe-nr-promocao greater zeros
                      move spaces                   to ws-ln-ds-produto
                      string f01800-descricao-produto(1:30)
                             " [PROMO " nfe-nr-promocao "]" into ws-ln-ds-produto
                 end-if
                 move nfe-quantidade-mercadoria     to ws-ln-qtde-produto
                 move nfe-valor-unitario            to ws-ln-vl-unitario-produto
                 move nfe-valor-total               to ws-ln-vl-total-produto
       copy CSP00901.cpy. *> Relatório
       copy CSP05000.cpy.
       copy CSP05100.cpy.
       copy CSP13400.cpy.
       copy CSP16300.cpy.

      *>=================================================================================
       9000-monta-descricao-tipo-pessoa section.
                when f-pessoa-juridica
                    move "JURIDICA"                to f-ds-tipo-pessoa
                    perform 8000-tela-cliente
                when f-pessoa-estrangeira
                    move "ESTRANGEIRO"             to f-ds-tipo-pessoa
                    perform 8000-tela-cliente
                when other
                    move "INVALIDO"                to f-ds-tipo-pessoa
                    perform 8000-tela-cliente
            move f01400-ie                         to f-ie                         
            move f01400-id-logradouro              to f-id-logradouro

            if   f-pessoa-estrangeira
                 initialize                        f15800-cliente-exterior
                 move f01400-cd-empresa            to f15800-cd-empresa
                 move f01400-cd-filial             to f15800-cd-filial
                 move f01400-cd-cliente            to f15800-cd-cliente
                 perform 9000-ler-pd15800-ran
                 if   not ws-operacao-ok
                      initialize                   f15800-cliente-exterior
                 end-if
                 move f15800-nr-id-fiscal          to f-nr-id-fiscal
                 move f15800-endereco              to f-endereco
                 move f15800-regiao                to f-bairro
                 move f15800-cidade                to f-municipio
                 move "EX"                         to f-uf
                 initialize                        f00200-pais
                 move lnk-cd-empresa               to f00200-cd-empresa
                 move lnk-cd-filial                to f00200-cd-filial
                 move f15800-id-pais               to f00200-id-pais
                 perform 9000-ler-pd00200-ran
                 if   ws-operacao-ok
                      move f00200-nome-pais        to f-nome-pais
                 end-if
            else
                 initialize                        lk-logradouro
                 move f-id-logradouro              to lk-id-logradouro
                 call c-pesquisar-cep using lnk-par lk-logradouro
                 cancel c-pesquisar-cep
                 move lk-endereco                  to f-endereco
                 move lk-bairro                    to f-bairro
                 move lk-municipio                 to f-municipio
                 move lk-uf                        to f-uf
                 move lk-pais                      to f-nome-pais
            end-if
            move f01400-nr-endereco                to f-nr-endereco                                
            move f01400-nr-telefone-1              to f-nr-telefone-1              
            move f01400-nr-telefone-2              to f-nr-telefone-2              
                   into ws-ds-motivo-mov
            perform 9000-gravar-movimento-nfe

            if   f06000-estoque-terceiros
                 perform 9000-vender-consignado-fornecedor
            end-if

       exit.

      *>=================================================================================
                   into ws-ds-motivo-mov
            perform 9000-gravar-movimento-nfe

            if   f06000-estoque-terceiros
                 perform 9000-estornar-consignado-fornecedor
            end-if

       exit.

      *>=================================================================================
      *> Venda de mercadoria consignada por fornecedor: a quantidade
      *> vendida fica a acertar com o fornecedor (CS40012C), consumindo
      *> primeiro o saldo livre de cada um, na ordem do código; o que
      *> exceder o saldo livre vai para o último fornecedor lido.
       9000-vender-consignado-fornecedor section.

            move ws-qtde-produto                 to ws-qtde-consig-pendente
            move zeros                           to ws-cd-fornecedor-consig

            initialize                           f16100-consignacao-fornecedor
            move lnk-cd-empresa                  to f16100-cd-empresa
            move lnk-cd-filial                   to f16100-cd-filial
            move ws-codigo-produto               to f16100-cd-produto
            move zeros                           to f16100-cd-fornecedor
            perform 9000-str-pd16100-grt-1
            perform 9000-ler-pd16100-nex
            perform until not ws-operacao-ok
                          or f16100-cd-empresa <> lnk-cd-empresa
                          or f16100-cd-filial  <> lnk-cd-filial
                          or f16100-cd-produto <> ws-codigo-produto
                          or ws-qtde-consig-pendente not greater zeros

                 if   f16100-cd-deposito equal ws-cd-deposito
                      move f16100-cd-fornecedor    to ws-cd-fornecedor-consig
                      compute ws-qtde-consig-livre =
                              f16100-qtde-consignada - f16100-qtde-vendida
                      if   ws-qtde-consig-livre greater ws-qtde-consig-pendente
                           move ws-qtde-consig-pendente to ws-qtde-consig-rateio
                      else
                           move ws-qtde-consig-livre to ws-qtde-consig-rateio
                      end-if
                      if   ws-qtde-consig-rateio greater zeros
                           add  ws-qtde-consig-rateio to f16100-qtde-vendida
                           subtract ws-qtde-consig-rateio from ws-qtde-consig-pendente
                           perform 9000-regravar-pd16100
                      end-if
                 end-if

                 perform 9000-ler-pd16100-nex
            end-perform

            if   ws-qtde-consig-pendente greater zeros
            and  ws-cd-fornecedor-consig greater zeros
                 initialize                      f16100-consignacao-fornecedor
                 move lnk-cd-empresa             to f16100-cd-empresa
                 move lnk-cd-filial              to f16100-cd-filial
                 move ws-cd-fornecedor-consig    to f16100-cd-fornecedor
                 move ws-codigo-produto          to f16100-cd-produto
                 perform 9000-ler-pd16100-ran
                 if   ws-operacao-ok
                      add  ws-qtde-consig-pendente to f16100-qtde-vendida
                      perform 9000-regravar-pd16100
                 end-if
            end-if

            move "00"                            to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Cancelamento de venda de consignado: devolve a quantidade ao
      *> saldo livre, abatendo o vendido ainda não acertado.
       9000-estornar-consignado-fornecedor section.

            move ws-qtde-produto                 to ws-qtde-consig-pendente

            initialize                           f16100-consignacao-fornecedor
            move lnk-cd-empresa                  to f16100-cd-empresa
            move lnk-cd-filial                   to f16100-cd-filial
            move ws-codigo-produto               to f16100-cd-produto
            move zeros                           to f16100-cd-fornecedor
            perform 9000-str-pd16100-grt-1
            perform 9000-ler-pd16100-nex
            perform until not ws-operacao-ok
                          or f16100-cd-empresa <> lnk-cd-empresa
                          or f16100-cd-filial  <> lnk-cd-filial
                          or f16100-cd-produto <> ws-codigo-produto
                          or ws-qtde-consig-pendente not greater zeros

                 if   f16100-cd-deposito equal ws-cd-deposito
                 and  f16100-qtde-vendida greater zeros
                      if   f16100-qtde-vendida greater ws-qtde-consig-pendente
                           move ws-qtde-consig-pendente to ws-qtde-consig-rateio
                      else
                           move f16100-qtde-vendida to ws-qtde-consig-rateio
                      end-if
                      subtract ws-qtde-consig-rateio from f16100-qtde-vendida
                      subtract ws-qtde-consig-rateio from ws-qtde-consig-pendente
                      perform 9000-regravar-pd16100
                 end-if

                 perform 9000-ler-pd16100-nex
            end-perform

            move "00"                            to ws-resultado-acesso

       exit.

      *>=================================================================================
       copy CSR10700.cpy.
       copy CSR12500.cpy.
       copy CSR03300.cpy.
       copy CSR13400.cpy.
       copy CSR13500.cpy.
       copy CSR13600.cpy.
       copy CSR02700.cpy.
       copy CSR15800.cpy.
       copy CSR00200.cpy.
       copy CSR15900.cpy.
       copy CSR16000.cpy.
       copy CSR16100.cpy.
       copy CSR16400.cpy.
       copy CSR16500.cpy.
