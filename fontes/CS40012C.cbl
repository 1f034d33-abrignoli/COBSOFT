      $set sourceformat"free"
       program-id. CS40012C.
      *>=================================================================================
      *>
      *>        Consignação de Entrada - Recebimento e Acerto com o Fornecedor
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS16100.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS06000.cpy.
       copy CSS01900.cpy.
       copy CSS01800.cpy.
       copy CSS01500.cpy.
       copy CSS02700.cpy.
       copy CSS04700.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF16100.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF06000.cpy.
       copy CSF01900.cpy.
       copy CSF01800.cpy.
       copy CSF01500.cpy.
       copy CSF02700.cpy.
       copy CSF04700.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS40012C".
       78   c-descricao-programa                   value "CONSIGNACAO DE FORNECEDOR".
       78   c-impressao-nfe                        value "CS00106S".
      *> Devolução simbólica de mercadoria vendida, recebida em
      *> consignação, e compra para comercialização da mercadoria
      *> recebida anteriormente em consignação
       78   c-cfop-devolucao-simbolica             value 5919.
       78   c-cfop-compra-consignado               value 1113.
       78   c-motivo-entrada-nf                    value 001.
       78   c-serie-titulo-consignacao             value "CSG".
       78   c-prazo-acerto-padrao                  value 30.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW05000.cpy.
       copy CSW05100.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-cd-parametro                     pic x(20).
            03 ws-cd-fornecedor                    pic 9(09).
            03 ws-cd-produto                       pic 9(09).
            03 ws-cd-deposito                      pic 9(04).
            03 ws-qtde-operacao                    pic 9(09)v9(04).
            03 ws-valor-unitario                   pic 9(09)v9(06).
            03 ws-numero-nf-remessa                pic 9(09).
            03 ws-serie-nf-remessa                 pic 9(03).
            03 ws-qtde-anterior                    pic s9(09)v9(04).
            03 ws-qtde-livre                       pic s9(09)v9(04).
            03 ws-cd-natureza-devolucao            pic 9(03).
            03 ws-cd-natureza-compra               pic 9(03).
            03 ws-prazo-acerto                     pic 9(03).
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-vencimento                  pic 9(08).
            03 ws-nr-itens-acerto                  pic 9(05).
            03 ws-sequencia-item-nf                pic 9(09).
            03 ws-valor-item                       pic 9(11)v9(02).
            03 ws-valor-acerto                     pic 9(11)v9(02).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-qtde-x                           pic zzz.zz9,9999.
            03 ws-qtde-vendida-x                   pic zzz.zz9,9999.
            03 ws-qtde-livre-x                     pic zzz.zz9,9999.
            03 ws-id-aliq-regime                   pic x(01).
               88 ws-credita-pis-cofins                value "S" false "N".
            03 ws-numero-nf-devolucao              pic 9(09).
            03 ws-serie-nf-devolucao               pic x(03).
            03 ws-numero-nf-compra                 pic 9(09).
            03 ws-serie-nf-compra                  pic x(03).
            03 ws-cfop-nota-wrk                    pic 9(04).
            03 ws-tipo-nota-wrk                    pic 9(02).
            03 ws-cd-natureza-wrk                  pic 9(03).

      *> Regime de PIS/COFINS da empresa - mesma regra de CS30003C
       01   ws-regime-pis-cofins.
            03 ws-aliq-pis-regime                  pic 9(02)v9(02).
            03 ws-aliq-cofins-regime               pic 9(02)v9(02).

      *> Mesmo leiaute de lk-parametros-nfe em CS00106S
       01   lk-parametros-nfe.
            03 lk-numero-documento                 pic 9(09).
            03 lk-serie-documento                  pic 9(03).
            03 lk-tipo-emissao                     pic x(01).
               88 lk-nfe-emissao-normal                value "N".
            03 lk-tipo-nota-nfe                    pic x(02).
               88 lk-nfe-nota-entrada                  value "00".

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

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

            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd01500
            perform 9000-abrir-io-pd02700
            perform 9000-abrir-i-pd04700

            perform 1100-carregar-parametros

       exit.

      *>=================================================================================
      *> CONSIGFOR-NAT-DEVOL: natureza da devolução simbólica, sem
      *> financeiro, estatísticas ou estoque - sem ela o acerto não
      *> emite (a nota ao fornecedor viraria contas a receber).
      *> CONSIGFOR-NAT-COMPRA: natureza impressa na NF-e de compra.
      *> CONSIGFOR-PRAZO: dias para o vencimento do título do acerto.
       1100-carregar-parametros section.

            move "CONSIGFOR-NAT-DEVOL"             to ws-cd-parametro
            perform 1110-ler-parametro
            move f04700-valor-numero               to ws-cd-natureza-devolucao

            move "CONSIGFOR-NAT-COMPRA"            to ws-cd-parametro
            perform 1110-ler-parametro
            move f04700-valor-numero               to ws-cd-natureza-compra

            move "CONSIGFOR-PRAZO"                 to ws-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-prazo-acerto
            else
                 move c-prazo-acerto-padrao        to ws-prazo-acerto
            end-if

            set  ws-credita-pis-cofins             to false
            move zeros                             to ws-aliq-pis-regime
            move zeros                             to ws-aliq-cofins-regime

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "PIS-COFINS-REGIME"               to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-texto(1:1) equal "N"
                 set  ws-credita-pis-cofins        to true
                 move 1,65                         to ws-aliq-pis-regime
                 move 7,60                         to ws-aliq-cofins-regime
            end-if

       exit.

      *>=================================================================================
       1110-ler-parametro section.

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move ws-cd-parametro                   to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   not ws-operacao-ok
            or   not f04700-parametro-ativo
                 move zeros                        to f04700-valor-numero
            end-if

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

            close pd16100
            close pd05000
            close pd05100
            close pd06000
            close pd01900
            close pd01800
            close pd01500
            close pd02700
            close pd04700

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-recebimento
                when 02
                     perform 2100-acerto
                when 03
                     perform 2100-posicao
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Recebimento em consignação: a mercadoria entra no depósito de
      *> consignação como estoque de terceiros (fora da valorização) e
      *> soma ao saldo consignado do fornecedor. A NF-e de remessa do
      *> fornecedor (CFOP 5917/6917) é apenas referenciada.
       2100-recebimento section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 2200-aceitar-fornecedor
            if   ws-cd-fornecedor equal zeros
                 exit section
            end-if

            move zeros                             to ws-numero-nf-remessa
            perform until ws-numero-nf-remessa <> zeros
                 display "NF-e de remessa..:"       at line 13 col 16
                 accept ws-numero-nf-remessa       at line 13 col 35 with update auto-skip
            end-perform
            move zeros                             to ws-serie-nf-remessa
            display "Serie:"                       at line 13 col 47
            accept ws-serie-nf-remessa             at line 13 col 54 with update auto-skip

            perform 2200-aceitar-produto
            if   ws-cd-produto equal zeros
                 exit section
            end-if

            move zeros                             to ws-valor-unitario
            perform until ws-valor-unitario <> zeros
                 display "Preco de custo...:"       at line 21 col 16
                 accept ws-valor-unitario          at line 21 col 35 with update auto-skip
            end-perform

      *> O depósito de consignação não pode misturar estoque próprio:
      *> o saldo de f06000 é um só por produto/depósito
            initialize                             f06000-estoque
            move lnk-cd-empresa                    to f06000-cd-empresa
            move lnk-cd-filial                     to f06000-cd-filial
            move ws-cd-produto                     to f06000-cd-produto
            move ws-cd-deposito                    to f06000-cd-deposito
            perform 9000-ler-pd06000-ran
            if   ws-operacao-ok
            and  not f06000-estoque-terceiros
            and  (f06000-qtde-disponivel not equal zeros
            or    f06000-qtde-reservada  not equal zeros)
                 move "Depósito com estoque próprio do produto - use um depósito de consignação!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move spaces                            to ws-mensagem
            string "Confirma o recebimento em consignação? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd

            perform 2300-entrada-estoque-terceiros

            initialize                             f16100-consignacao-fornecedor
            move lnk-cd-empresa                    to f16100-cd-empresa
            move lnk-cd-filial                     to f16100-cd-filial
            move ws-cd-fornecedor                  to f16100-cd-fornecedor
            move ws-cd-produto                     to f16100-cd-produto
            perform 9000-ler-pd16100-ran
            if   ws-operacao-ok
                 add  ws-qtde-operacao             to f16100-qtde-consignada
                 move ws-valor-unitario            to f16100-valor-unitario
                 move ws-cd-deposito               to f16100-cd-deposito
                 move ws-numero-nf-remessa         to f16100-numero-nf-remessa
                 move ws-serie-nf-remessa          to f16100-serie-nf-remessa
                 move ws-data-hoje                 to f16100-data-ultima-entrada
                 perform 9000-regravar-pd16100
            else
                 move ws-cd-deposito               to f16100-cd-deposito
                 move ws-qtde-operacao             to f16100-qtde-consignada
                 move zeros                        to f16100-qtde-vendida
                 move ws-valor-unitario            to f16100-valor-unitario
                 move ws-numero-nf-remessa         to f16100-numero-nf-remessa
                 move ws-serie-nf-remessa          to f16100-serie-nf-remessa
                 move ws-data-hoje                 to f16100-data-ultima-entrada
                 move zeros                        to f16100-data-ultimo-acerto
                 move zeros                        to f16100-valor-acertado
                 perform 9000-gravar-pd16100
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gravar pd16100 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Recebimento em consignação registrado!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Saldo de terceiros: custo médio só para o CMV da venda, pelo
      *> preço acordado com o fornecedor.
       2300-entrada-estoque-terceiros section.

            initialize                             f06000-estoque
            move lnk-cd-empresa                    to f06000-cd-empresa
            move lnk-cd-filial                     to f06000-cd-filial
            move ws-cd-produto                     to f06000-cd-produto
            move ws-cd-deposito                    to f06000-cd-deposito
            perform 9000-ler-pd06000-ran

            if   ws-registro-inexistente
                 initialize                        f06000-estoque
                 move lnk-cd-empresa               to f06000-cd-empresa
                 move lnk-cd-filial                to f06000-cd-filial
                 move ws-cd-produto                to f06000-cd-produto
                 move ws-cd-deposito               to f06000-cd-deposito
                 move zeros                        to ws-qtde-anterior
                 move ws-qtde-operacao             to f06000-qtde-disponivel
                 move zeros                        to f06000-qtde-reservada
                 move ws-valor-unitario            to f06000-custo-medio
                 set  f06000-estoque-terceiros     to true
                 perform 9000-gravar-pd06000
            else
                 move f06000-qtde-disponivel       to ws-qtde-anterior
                 if   ws-qtde-anterior greater zeros
                      compute f06000-custo-medio rounded =
                              ((ws-qtde-anterior * f06000-custo-medio)
                               + (ws-qtde-operacao * ws-valor-unitario))
                              / (ws-qtde-anterior + ws-qtde-operacao)
                 else
                      move ws-valor-unitario       to f06000-custo-medio
                 end-if
                 add  ws-qtde-operacao             to f06000-qtde-disponivel
                 set  f06000-estoque-terceiros     to true
                 perform 9000-regravar-pd06000
            end-if

            if   not ws-operacao-ok
                 string "Erro ao movimentar estoque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time

            initialize                              f01900-mov-estoque
            move lnk-cd-empresa                     to f01900-cd-empresa
            move lnk-cd-filial                      to f01900-cd-filial
            move ws-cd-produto                      to f01900-cd-produto
            move ws-cd-deposito                     to f01900-cd-deposito
            move ws-data-inv                        to f01900-data-movimento
            move ws-horas                           to f01900-hora-movimento
            move 1                                  to f01900-nr-sequencia
            set  f01900-movimento-entrada           to true
            move c-motivo-entrada-nf                to f01900-cd-motivo
            move ws-qtde-operacao                   to f01900-qtde-movimento
            move ws-qtde-anterior                   to f01900-qtde-disponivel-anterior
            move f06000-qtde-disponivel             to f01900-qtde-disponivel-atual
            move f06000-qtde-reservada              to f01900-qtde-reservada-anterior
            move f06000-qtde-reservada              to f01900-qtde-reservada-atual
            move spaces                             to f01900-ds-motivo
            string "CONSIGNACAO FORNECEDOR " ws-cd-fornecedor
                   " NF " ws-numero-nf-remessa "/" ws-serie-nf-remessa into f01900-ds-motivo
            move lnk-id-usuario                     to f01900-id-usuario
            move ws-valor-unitario                  to f01900-custo-unitario
            compute f01900-valor-custo rounded =
                    ws-qtde-operacao * ws-valor-unitario

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
      *> Acerto periódico com o fornecedor: o que foi vendido desde o
      *> último acerto sai numa NF-e de devolução simbólica (CFOP 5919)
      *> e entra numa NF-e de compra (CFOP 1113) pelo preço acordado,
      *> com o título a pagar do total. O estoque não se move - a venda
      *> já baixou o depósito de consignação.
       2100-acerto section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            if   ws-cd-natureza-devolucao equal zeros
                 move "Parâmetro CONSIGFOR-NAT-DEVOL não configurado - acerto bloqueado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2200-aceitar-fornecedor
            if   ws-cd-fornecedor equal zeros
                 exit section
            end-if

            perform 2400-apurar-acerto
            if   ws-nr-itens-acerto equal zeros
                 move "Nenhuma venda de consignado a acertar com o fornecedor!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-valor-acerto                   to ws-valor-x
            move spaces                            to ws-mensagem
            string "Acertar " ws-nr-itens-acerto " produto(s) - R$ " ws-valor-x "? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd

            move c-cfop-devolucao-simbolica        to ws-cfop-nota-wrk
            move 01                                to ws-tipo-nota-wrk
            move ws-cd-natureza-devolucao          to ws-cd-natureza-wrk
            perform 2410-emitir-nota-acerto
            move wf05000-numero-documento          to ws-numero-nf-devolucao
            move wf05000-serie-documento           to ws-serie-nf-devolucao

            move c-cfop-compra-consignado          to ws-cfop-nota-wrk
            move 00                                to ws-tipo-nota-wrk
            move ws-cd-natureza-compra             to ws-cd-natureza-wrk
            perform 2410-emitir-nota-acerto
            move wf05000-numero-documento          to ws-numero-nf-compra
            move wf05000-serie-documento           to ws-serie-nf-compra

            perform 2430-baixar-vendido

            perform 2440-gerar-titulo-acerto

            initialize                             lk-parametros-nfe
            move ws-numero-nf-devolucao            to lk-numero-documento
            move ws-serie-nf-devolucao             to lk-serie-documento
            set  lk-nfe-emissao-normal             to true
            move lk-parametros-nfe                 to lnk-linha-comando
            call c-impressao-nfe using lnk-par
            cancel c-impressao-nfe

            initialize                             lk-parametros-nfe
            move ws-numero-nf-compra               to lk-numero-documento
            move ws-serie-nf-compra                to lk-serie-documento
            set  lk-nfe-emissao-normal             to true
            set  lk-nfe-nota-entrada               to true
            move lk-parametros-nfe                 to lnk-linha-comando
            call c-impressao-nfe using lnk-par
            cancel c-impressao-nfe

            move spaces                            to ws-mensagem
            string "Acerto emitido - devolução [" ws-numero-nf-devolucao "/" ws-serie-nf-devolucao
                   "] compra [" ws-numero-nf-compra "/" ws-serie-nf-compra "]" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2400-apurar-acerto section.

            move zeros                             to ws-nr-itens-acerto
            move zeros                             to ws-valor-acerto

            initialize                             f16100-consignacao-fornecedor
            move lnk-cd-empresa                    to f16100-cd-empresa
            move lnk-cd-filial                     to f16100-cd-filial
            move ws-cd-fornecedor                  to f16100-cd-fornecedor
            move zeros                             to f16100-cd-produto
            perform 9000-str-pd16100-grt
            perform 9000-ler-pd16100-nex
            perform until not ws-operacao-ok
                          or f16100-cd-empresa    <> lnk-cd-empresa
                          or f16100-cd-filial     <> lnk-cd-filial
                          or f16100-cd-fornecedor <> ws-cd-fornecedor

                 if   f16100-qtde-vendida greater zeros
                      add  1                       to ws-nr-itens-acerto
                      compute ws-valor-item rounded =
                              f16100-qtde-vendida * f16100-valor-unitario
                      add  ws-valor-item           to ws-valor-acerto
                 end-if

                 perform 9000-ler-pd16100-nex
            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Uma NF-e com todos os produtos vendidos do fornecedor: tipo,
      *> natureza e CFOP em ws-tipo-nota-wrk/ws-cd-natureza-wrk/
      *> ws-cfop-nota-wrk.
      *> A devolução simbólica sai sem destaque de impostos; a compra
      *> destaca o ICMS do produto e o PIS/COFINS do regime.
       2410-emitir-nota-acerto section.

            move 55                                 to lnk-cd-modelo
            move zeros                              to lnk-cd-serie
            move zeros                              to lnk-qtd-reserva-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                              wf05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to wf05000-cd-empresa
            move lnk-cd-filial                      to wf05000-cd-filial
            move ws-tipo-nota-wrk                   to wf05000-tipo-nota
            move ws-cd-natureza-wrk                 to wf05000-cd-natureza
            move lnk-numero-documento               to wf05000-numero-documento
            move lnk-serie-documento                to wf05000-serie-documento
            move ws-cd-fornecedor                   to wf05000-cd-destinatario
            move zeros                              to wf05000-sequencia
            move 55                                 to wf05000-cd-modelo

            accept ws-horas                         from time
            move ws-data-hoje                       to wf05000-data-operacao
            move ws-horas(01:06)                    to wf05000-horario-operacao
            move function numval(lnk-id-usuario)    to wf05000-id-usuario-operacao
            move ws-data-hoje                       to wf05000-data-saida
            move ws-horas(01:06)                    to wf05000-horario-saida

            move zeros                              to ws-sequencia-item-nf

            initialize                              f16100-consignacao-fornecedor
            move lnk-cd-empresa                     to f16100-cd-empresa
            move lnk-cd-filial                      to f16100-cd-filial
            move ws-cd-fornecedor                   to f16100-cd-fornecedor
            move zeros                              to f16100-cd-produto
            perform 9000-str-pd16100-grt
            perform 9000-ler-pd16100-nex
            perform until not ws-operacao-ok
                          or f16100-cd-empresa    <> lnk-cd-empresa
                          or f16100-cd-filial     <> lnk-cd-filial
                          or f16100-cd-fornecedor <> ws-cd-fornecedor

                 if   f16100-qtde-vendida greater zeros
                      perform 2420-item-nota-acerto
                 end-if

                 perform 9000-ler-pd16100-nex
            end-perform

            perform 9000-mestre-nota-fiscal

            perform 9000-gravar-pd05000
            if   not ws-operacao-ok
                 string "Erro ao gravar NF-e do acerto - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
       2420-item-nota-acerto section.

            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move f16100-cd-produto                 to f01800-cd-produto
            perform 9000-ler-pd01800-ran

            initialize                             wf05100-item-nota-fiscal
            move wf05000-cd-empresa                to wf05100-cd-empresa
            move wf05000-cd-filial                 to wf05100-cd-filial
            move wf05000-tipo-nota                 to wf05100-tipo-nota
            move wf05000-numero-documento          to wf05100-numero-documento
            move wf05000-serie-documento           to wf05100-serie-documento
            move wf05000-cd-destinatario           to wf05100-cd-destinatario
            add  1                                 to ws-sequencia-item-nf
            move ws-sequencia-item-nf              to wf05100-sequencia
            move f16100-cd-produto                 to wf05100-cd-mercadoria
            move f16100-cd-deposito                to wf05100-cd-deposito
            move ws-cfop-nota-wrk                  to wf05100-cfop
            move f16100-qtde-vendida               to wf05100-quantidade-mercadoria
            move f16100-valor-unitario             to wf05100-valor-unitario
            compute wf05100-valor-total rounded =
                    f16100-qtde-vendida * f16100-valor-unitario

            if   ws-operacao-ok
                 move f01800-cst                   to wf05100-cst
                 move f01800-cd-unidade-base       to wf05100-cd-unidade-medida
                 move f01800-cd-class-trib         to wf05100-cd-class-trib
            end-if

            if   wf05000-tipo-nota equal 00
                 move wf05100-valor-total          to wf05100-base-icms
                 move f01800-aliquota-icms         to wf05100-aliq-icms
                 compute wf05100-valor-icms rounded =
                         wf05100-base-icms * wf05100-aliq-icms / 100
      *> CST 50 - aquisição com direito a crédito; 70 - sem crédito
                 if   ws-credita-pis-cofins
                      move 50                      to wf05100-cst-pis
                      move 50                      to wf05100-cst-cofins
                      move wf05100-valor-total     to wf05100-base-pis
                      move wf05100-valor-total     to wf05100-base-cofins
                      move ws-aliq-pis-regime      to wf05100-aliq-pis
                      move ws-aliq-cofins-regime   to wf05100-aliq-cofins
                      compute wf05100-valor-pis    rounded =
                              wf05100-base-pis * wf05100-aliq-pis / 100
                      compute wf05100-valor-cofins rounded =
                              wf05100-base-cofins * wf05100-aliq-cofins / 100
                 else
                      move 70                      to wf05100-cst-pis
                      move 70                      to wf05100-cst-cofins
                 end-if
            else
      *> CST 49 - outras operações de saída
                 move 49                           to wf05100-cst-pis
                 move 49                           to wf05100-cst-cofins
            end-if

            add  wf05100-valor-total               to wf05000-valor-total
            add  wf05100-base-icms                 to wf05000-base-icms
            add  wf05100-valor-icms                to wf05000-valor-icms
            add  wf05100-valor-pis                 to wf05000-valor-pis
            add  wf05100-valor-cofins              to wf05000-valor-cofins

            perform 9000-item-nota-fiscal

            perform 9000-gravar-pd05100
            if   not ws-operacao-ok
                 string "Erro ao gravar item da NF-e do acerto - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> O vendido acertado deixa o saldo consignado do fornecedor.
       2430-baixar-vendido section.

            initialize                             f16100-consignacao-fornecedor
            move lnk-cd-empresa                    to f16100-cd-empresa
            move lnk-cd-filial                     to f16100-cd-filial
            move ws-cd-fornecedor                  to f16100-cd-fornecedor
            move zeros                             to f16100-cd-produto
            perform 9000-str-pd16100-grt
            perform 9000-ler-pd16100-nex
            perform until not ws-operacao-ok
                          or f16100-cd-empresa    <> lnk-cd-empresa
                          or f16100-cd-filial     <> lnk-cd-filial
                          or f16100-cd-fornecedor <> ws-cd-fornecedor

                 if   f16100-qtde-vendida greater zeros
                      compute ws-valor-item rounded =
                              f16100-qtde-vendida * f16100-valor-unitario
                      add  ws-valor-item           to f16100-valor-acertado
                      subtract f16100-qtde-vendida from f16100-qtde-consignada
                      move zeros                   to f16100-qtde-vendida
                      move ws-data-hoje            to f16100-data-ultimo-acerto
                      perform 9000-regravar-pd16100
                 end-if

                 perform 9000-ler-pd16100-nex
            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Título ao fornecedor pelo total acertado, número da NF-e de
      *> compra, pendente de aprovação como os demais.
       2440-gerar-titulo-acerto section.

            compute ws-data-vencimento = function date-of-integer
                    (function integer-of-date(ws-data-hoje) + ws-prazo-acerto)

            initialize                             f02700-conta-pagar
            move lnk-cd-empresa                    to f02700-cd-empresa
            move lnk-cd-filial                     to f02700-cd-filial
            move ws-cd-fornecedor                  to f02700-cd-fornecedor
            move ws-numero-nf-compra               to f02700-numero-documento
            move 01                                to f02700-nr-parcela
            move c-serie-titulo-consignacao        to f02700-serie-documento
            move ws-data-hoje                      to f02700-data-emissao
            move ws-data-hoje                      to f02700-data-entrada
            move ws-data-vencimento                to f02700-data-vencimento
            move ws-valor-acerto                   to f02700-valor-parcela
            move zeros                             to f02700-valor-pago
            move lnk-id-usuario                    to f02700-id-usuario-inclusao
            set  f02700-titulo-aprovado            to false
            set  f02700-titulo-aberto              to true

            perform 9000-gravar-pd02700
            if   not ws-operacao-ok
                 string "Erro ao gravar título do acerto - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2200-aceitar-fornecedor section.

            move zeros                             to ws-cd-fornecedor
            display "Fornecedor.......:"            at line 11 col 16
            accept ws-cd-fornecedor                at line 11 col 35 with update auto-skip
            if   ws-cd-fornecedor equal zeros
                 exit section
            end-if

            initialize                             f01500-fornecedor
            move lnk-cd-empresa                    to f01500-cd-empresa
            move lnk-cd-filial                     to f01500-cd-filial
            move ws-cd-fornecedor                  to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   not ws-operacao-ok
                 move "Fornecedor não cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 move zeros                        to ws-cd-fornecedor
                 exit section
            end-if

            display f01500-razao-social            at line 11 col 47

       exit.

      *>=================================================================================
       2200-aceitar-produto section.

            move zeros                             to ws-cd-produto
            perform until ws-cd-produto <> zeros
                 display "Produto..........:"       at line 15 col 16
                 accept ws-cd-produto              at line 15 col 35 with update auto-skip
            end-perform

            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move ws-cd-produto                     to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move "Produto não cadastrado!"    to ws-mensagem
                 perform 9000-mensagem
                 move zeros                        to ws-cd-produto
                 exit section
            end-if

            display f01800-descricao-produto       at line 15 col 47

            move zeros                             to ws-cd-deposito
            perform until ws-cd-deposito <> zeros
                 display "Deposito.........:"       at line 17 col 16
                 accept ws-cd-deposito             at line 17 col 35 with update auto-skip
            end-perform

            move zeros                             to ws-qtde-operacao
            perform until ws-qtde-operacao <> zeros
                 display "Quantidade.......:"       at line 19 col 16
                 accept ws-qtde-operacao           at line 19 col 35 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
      *> Posição consignada por fornecedor: saldo em nosso poder, o
      *> vendido a acertar e o valor a pagar no próximo acerto.
       2100-posicao section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move "POSICAO DE MERCADORIA CONSIGNADA POR FORNECEDOR" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-valor-acerto

            initialize                              f16100-consignacao-fornecedor
            move lnk-cd-empresa                     to f16100-cd-empresa
            move lnk-cd-filial                      to f16100-cd-filial
            perform 9000-str-pd16100-grt
            perform 9000-ler-pd16100-nex

            perform until not ws-operacao-ok
                          or f16100-cd-empresa <> lnk-cd-empresa
                          or f16100-cd-filial  <> lnk-cd-filial

                 if   f16100-qtde-consignada greater zeros

                      compute ws-qtde-livre =
                              f16100-qtde-consignada - f16100-qtde-vendida
                      compute ws-valor-item rounded =
                              f16100-qtde-vendida * f16100-valor-unitario
                      add  ws-valor-item            to ws-valor-acerto

                      move f16100-qtde-consignada   to ws-qtde-x
                      move f16100-qtde-vendida      to ws-qtde-vendida-x
                      move ws-qtde-livre            to ws-qtde-livre-x
                      move ws-valor-item            to ws-valor-x

                      move spaces                   to rl-linha-relatorio
                      string "FORNECEDOR " f16100-cd-fornecedor
                             " PRODUTO " f16100-cd-produto
                             " DEP " f16100-cd-deposito
                             " CONSIG " ws-qtde-x
                             " VENDIDO " ws-qtde-vendida-x
                             " LIVRE " ws-qtde-livre-x
                             " A ACERTAR " ws-valor-x
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio

                 end-if

                 perform 9000-ler-pd16100-nex

            end-perform

            move ws-valor-acerto                    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            string "TOTAL A ACERTAR: " ws-valor-x   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Recebimento"           to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "02 - Acerto"                to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "03 - Posicao"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP05000.cpy.
       copy CSP05100.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR16100.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06000.cpy.
       copy CSR01900.cpy.
       copy CSR01800.cpy.
       copy CSR01500.cpy.
       copy CSR02700.cpy.
       copy CSR04700.cpy.
