      $set sourceformat"free"
       program-id. CS40011C.
      *>=================================================================================
      *>
      *>        Compras - Importação de Mercadorias (DI/DUIMP e Nacionalização)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS15600.cpy.
       copy CSS15700.cpy.
       copy CSS01500.cpy.
       copy CSS01800.cpy.
       copy CSS02700.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS06000.cpy.
       copy CSS01900.cpy.
       copy CSS03900.cpy.
       copy CSS04700.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF15600.cpy.
       copy CSF15700.cpy.
       copy CSF01500.cpy.
       copy CSF01800.cpy.
       copy CSF02700.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF06000.cpy.
       copy CSF01900.cpy.
       copy CSF03900.cpy.
       copy CSF04700.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS40011C".
       78   c-descricao-programa                   value "IMPORTACAO DE MERCADORIAS".
       78   c-impressao-nfe                        value "CS00106S".
       78   c-lancar-tesouraria                    value "CS00125S".
       78   c-alocar-sequencia                     value "CS00118S".
       78   c-motivo-entrada-nf                    value 001.
       78   c-max-itens-importacao                 value 99.
       78   c-serie-titulo-importacao              value "IMP".
      *> Origem 1 (estrangeira - importação direta), tributada integralmente
       78   c-cst-icms-importacao                  value 0100.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW05000.cpy.
       copy CSW05100.cpy.

      *> Mesmo leiaute de lk-parametros-nfe em CS00106S
       01   lk-parametros-nfe.
            03 lk-numero-documento                 pic 9(09).
            03 lk-serie-documento                  pic 9(03).
            03 lk-tipo-emissao                     pic x(01).
               88 lk-nfe-emissao-normal                value "N".
            03 lk-tipo-nota-nfe                    pic x(02).
               88 lk-nfe-nota-entrada                  value "00".

      *> Mesmo leiaute de lk-parametros-tesouraria em CS00125S
       01   lk-parametros-tesouraria.
            03 lk-tes-cd-conta-banco               pic 9(03).
            03 lk-tes-tipo-movimento               pic x(01).
            03 lk-tes-valor-movimento              pic 9(09)v9(02).
            03 lk-tes-ds-historico                 pic x(55).
            03 lk-tes-ds-origem                    pic x(08).
            03 lk-tes-id-resultado                 pic x(01).
               88 lk-tes-gravado                       value "S" false "N".

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-nome                         pic x(50).
            03 lk-seq-valor-minimo                 pic 9(12).
            03 lk-seq-valor                        pic 9(12).

      *> Parâmetros da importação (pd04700): CFOP e natureza da NF-e de
      *> entrada e tributos recuperáveis - tributo creditado fica fora
      *> do custo médio
       01   ws-parametros-importacao.
            03 ws-cfop-importacao                  pic 9(04) value 3102.
            03 ws-cd-natureza-importacao           pic 9(03) value zeros.
            03 ws-id-credita-ipi                   pic x(01) value "N".
               88 ws-credita-ipi                        value "S".
            03 ws-id-credita-pis-cofins            pic x(01) value "N".
               88 ws-credita-pis-cofins                 value "S".
            03 ws-id-credita-icms                  pic x(01) value "N".
               88 ws-credita-icms                       value "S".
            03 ws-cd-parametro                     pic x(20).

       01   ws-campos-trabalho.
            03 ws-id-processo                      pic x(01).
               88 ws-processo-encontrado                value "S" false "N".
            03 ws-id-fornecedor                    pic x(01).
               88 ws-fornecedor-encontrado              value "S" false "N".
            03 ws-id-periodo                       pic x(01).
               88 ws-periodo-bloqueado                  value "S" false "N".
            03 ws-id-incoterm                      pic x(01).
               88 ws-incoterm-valido                    value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-registro                    pic 9(08).
            03 ws-data-vencimento-fatura           pic 9(08).
            03 ws-taxa-cambio                      pic 9(03)v9(06).
            03 ws-aliq-icms                        pic 9(02)v9(02).
            03 ws-frete-internacional-moeda        pic 9(09)v9(02).
            03 ws-seguro-internacional-moeda       pic 9(09)v9(02).
            03 ws-valor-siscomex                   pic 9(09)v9(02).
            03 ws-valor-despachante                pic 9(09)v9(02).
            03 ws-valor-frete-nacional             pic 9(09)v9(02).
            03 ws-valor-outras-despesas            pic 9(09)v9(02).
            03 ws-total-fob-moeda                  pic 9(11)v9(02).
            03 ws-valor-fatura-moeda               pic 9(11)v9(02).
            03 ws-frete-seguro-reais               pic 9(11)v9(02).
            03 ws-total-aduaneiro                  pic 9(11)v9(02).
            03 ws-total-despesas                   pic 9(11)v9(02).
            03 ws-acum-aduaneiro                   pic 9(11)v9(02).
            03 ws-acum-siscomex                    pic 9(11)v9(02).
            03 ws-acum-despesas                    pic 9(11)v9(02).
            03 ws-total-ii                         pic 9(11)v9(02).
            03 ws-total-ipi                        pic 9(11)v9(02).
            03 ws-total-pis                        pic 9(11)v9(02).
            03 ws-total-cofins                     pic 9(11)v9(02).
            03 ws-total-base-icms                  pic 9(11)v9(02).
            03 ws-total-icms                       pic 9(11)v9(02).
            03 ws-total-custo                      pic 9(11)v9(02).
            03 ws-total-tributos-federais          pic 9(11)v9(02).
            03 ws-valor-titulo                     pic 9(09)v9(02).
            03 ws-nr-itens                         pic 9(03).
            03 ws-ix-item                          pic 9(03).
            03 ws-qtde-anterior                    pic s9(09)v9(04).
            03 ws-qtde-base-custo                  pic 9(09)v9(04).
            03 ws-custo-medio-novo                 pic 9(09)v9(04).
            03 ws-nr-sequencia-mov                 pic 9(06).
            03 ws-sequencia-item-nf                pic 9(09).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-valor-2-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-valor-3-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-taxa-x                           pic zz9,999999.
            03 ws-quantidade-x                     pic zzz.zz9,9999.
            03 ws-custo-unitario-x                 pic zzz.zz9,9999.
            03 ws-item-valor-x                     occurs 7 times
                                                   pic zzzzzzz9,99.

      *> Itens da declaração com o rateio calculado
       01   ws-tabela-itens.
            03 ws-item-importacao                  occurs 99 times.
               05 ti-nr-adicao                     pic 9(03).
               05 ti-cd-produto                    pic 9(09).
               05 ti-quantidade                    pic 9(09)v9(04).
               05 ti-valor-fob-moeda               pic 9(11)v9(02).
               05 ti-aliq-ii                       pic 9(02)v9(02).
               05 ti-aliq-ipi                      pic 9(03)v9(02).
               05 ti-aliq-pis                      pic 9(02)v9(02).
               05 ti-aliq-cofins                   pic 9(02)v9(02).
               05 ti-valor-aduaneiro               pic 9(11)v9(02).
               05 ti-valor-ii                      pic 9(09)v9(02).
               05 ti-valor-ipi                     pic 9(09)v9(02).
               05 ti-valor-pis                     pic 9(09)v9(02).
               05 ti-valor-cofins                  pic 9(09)v9(02).
               05 ti-valor-siscomex                pic 9(09)v9(02).
               05 ti-base-icms                     pic 9(11)v9(02).
               05 ti-valor-icms                    pic 9(09)v9(02).
               05 ti-valor-despesas                pic 9(09)v9(02).
               05 ti-valor-custo-total             pic 9(11)v9(02).
               05 ti-custo-unitario                pic 9(09)v9(04).

       01   f-importacao.
            03 f-nr-processo                       pic 9(09).
            03 f-ds-status                         pic x(20).
            03 f-tipo-declaracao                   pic x(01).
            03 f-nr-declaracao                     pic x(15).
            03 f-data-registro                     pic 9(08).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-cd-incoterm                       pic x(03).
            03 f-cd-moeda                          pic x(03).
            03 f-taxa-cambio                       pic zz9,999999.
            03 f-frete-internacional               pic zz.zzz.zzz.zz9,99.
            03 f-seguro-internacional              pic zz.zzz.zzz.zz9,99.
            03 f-valor-siscomex                    pic zz.zzz.zzz.zz9,99.
            03 f-valor-despachante                 pic zz.zzz.zzz.zz9,99.
            03 f-valor-frete-nacional              pic zz.zzz.zzz.zz9,99.
            03 f-valor-outras-despesas             pic zz.zzz.zzz.zz9,99.
            03 f-aliq-icms                         pic z9,99.
            03 f-cd-deposito                       pic 9(04).
            03 f-data-vencimento-fatura            pic 9(08).
            03 f-numero-nf                         pic 9(09).
            03 f-nr-item                           pic 9(03).
            03 f-nr-adicao                         pic 9(03).
            03 f-cd-produto                        pic 9(09).
            03 f-quantidade                        pic zzz.zz9,9999.
            03 f-valor-fob-item                    pic zz.zzz.zzz.zz9,99.
            03 f-aliq-ii                           pic z9,99.
            03 f-aliq-ipi                          pic zz9,99.
            03 f-aliq-pis                          pic z9,99.
            03 f-aliq-cofins                       pic z9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-importacao.
            03 line 11 col 15   pic x(18) value "Processo.........:".
            03 line 11 col 34   pic 9(09) from f-nr-processo.
            03 line 11 col 52   pic x(18) value "Status...........:".
            03 line 11 col 71   pic x(20) from f-ds-status.
            03 line 13 col 15   pic x(18) value "DI=D / DUIMP=U...:".
            03 line 13 col 34   pic x(01) from f-tipo-declaracao.
            03 line 13 col 36   pic x(15) from f-nr-declaracao.
            03 line 13 col 52   pic x(18) value "Data Registro....:".
            03 line 13 col 71   pic 99/99/9999 from f-data-registro.
            03 line 15 col 15   pic x(18) value "Fornecedor.......:".
            03 line 15 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 15 col 45   pic x(55) from f-razao-social.
            03 line 17 col 15   pic x(18) value "Incoterm.........:".
            03 line 17 col 34   pic x(03) from f-cd-incoterm.
            03 line 17 col 52   pic x(18) value "Moeda / Taxa.....:".
            03 line 17 col 71   pic x(03) from f-cd-moeda.
            03 line 17 col 75   pic zz9,999999 from f-taxa-cambio.
            03 line 19 col 15   pic x(18) value "Frete Int (moeda):".
            03 line 19 col 34   pic zz.zzz.zzz.zz9,99 from f-frete-internacional.
            03 line 19 col 52   pic x(18) value "Seguro (moeda)...:".
            03 line 19 col 71   pic zz.zzz.zzz.zz9,99 from f-seguro-internacional.
            03 line 21 col 15   pic x(18) value "Siscomex.........:".
            03 line 21 col 34   pic zz.zzz.zzz.zz9,99 from f-valor-siscomex.
            03 line 21 col 52   pic x(18) value "Despachante......:".
            03 line 21 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-despachante.
            03 line 23 col 15   pic x(18) value "Frete Nacional...:".
            03 line 23 col 34   pic zz.zzz.zzz.zz9,99 from f-valor-frete-nacional.
            03 line 23 col 52   pic x(18) value "Outras Despesas..:".
            03 line 23 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-outras-despesas.
            03 line 25 col 15   pic x(18) value "Aliquota ICMS %..:".
            03 line 25 col 34   pic z9,99 from f-aliq-icms.
            03 line 25 col 52   pic x(18) value "Deposito.........:".
            03 line 25 col 71   pic 9(04) from f-cd-deposito.
            03 line 27 col 15   pic x(18) value "Vencto Fatura....:".
            03 line 27 col 34   pic 99/99/9999 from f-data-vencimento-fatura.
            03 line 27 col 52   pic x(18) value "NF-e Entrada.....:".
            03 line 27 col 71   pic 9(09) from f-numero-nf.
            03 line 29 col 15   pic x(18) value "Item/Adicao......:".
            03 line 29 col 34   pic 9(03) from f-nr-item.
            03 line 29 col 38   pic 9(03) from f-nr-adicao.
            03 line 29 col 52   pic x(18) value "Produto..........:".
            03 line 29 col 71   pic 9(09) from f-cd-produto.
            03 line 31 col 15   pic x(18) value "Quantidade.......:".
            03 line 31 col 34   pic zzz.zz9,9999 from f-quantidade.
            03 line 31 col 52   pic x(18) value "Valor FOB (moeda):".
            03 line 31 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-fob-item.
            03 line 33 col 15   pic x(18) value "Aliq II / IPI %..:".
            03 line 33 col 34   pic z9,99 from f-aliq-ii.
            03 line 33 col 41   pic zz9,99 from f-aliq-ipi.
            03 line 33 col 52   pic x(18) value "Aliq PIS/COFINS %:".
            03 line 33 col 71   pic z9,99 from f-aliq-pis.
            03 line 33 col 78   pic z9,99 from f-aliq-cofins.

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

            perform 9000-abrir-i-pd03900

            initialize                             wf-opcoes-frame

            string lnk-dat-path delimited   by "  " "\EFD156.DAT" into wid-pd15600
            open i-o pd15600
            if   ws-arquivo-inexistente
                 open output pd15600
                 close pd15600
                 open i-o pd15600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD156.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD157.DAT" into wid-pd15700
            open i-o pd15700
            if   ws-arquivo-inexistente
                 open output pd15700
                 close pd15700
                 open i-o pd15700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD157.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01500
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-io-pd02700
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-i-pd04700

            perform 1100-carregar-parametros

       exit.

      *>=================================================================================
      *> IMP-CFOP (padrão 3102, compra para comercialização), IMP-NATUREZA
      *> (natureza impressa na NF-e) e IMP-CREDITA-IPI/PIS-COFINS/ICMS
      *> (1 = tributo recuperável, não entra no custo).
       1100-carregar-parametros section.

            move "IMP-CFOP"                        to ws-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-cfop-importacao
            end-if

            move "IMP-NATUREZA"                    to ws-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-cd-natureza-importacao
            end-if

            move "IMP-CREDITA-IPI"                 to ws-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero equal 1
                 set  ws-credita-ipi               to true
            end-if

            move "IMP-CREDITA-PIS-COFINS"          to ws-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero equal 1
                 set  ws-credita-pis-cofins        to true
            end-if

            move "IMP-CREDITA-ICMS"                to ws-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero equal 1
                 set  ws-credita-icms              to true
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

            close pd03900
            close pd15600
            close pd15700
            close pd01500
            close pd01800
            close pd02700
            close pd05000
            close pd05100
            close pd06000
            close pd01900
            close pd04700

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir
                when 02
                     perform 2100-consulta
                when 03
                     perform 2100-nacionalizar
                when 04
                     perform 2100-cancelar
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Registro do processo a partir da DI/DUIMP: cabeçalho (Incoterm,
      *> moeda e taxa de câmbio do registro, frete e seguro
      *> internacionais, Siscomex e despesas de nacionalização) e os
      *> itens por adição com as alíquotas. O espelho com o rateio sai
      *> antes da confirmação; nada movimenta estoque até nacionalizar.
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            accept ws-data-hoje                    from date yyyymmdd

            perform until f-tipo-declaracao equal "D" or "U"
                 move "D"                          to f-tipo-declaracao
                 accept f-tipo-declaracao at line 13 col 34 with update auto-skip
                 move function upper-case(f-tipo-declaracao) to f-tipo-declaracao
            end-perform

            perform until f-nr-declaracao <> spaces
                 accept f-nr-declaracao at line 13 col 36 with update auto-skip
            end-perform

            perform until f-data-registro <> zeros
                 accept f-data-registro at line 13 col 71 with update auto-skip
            end-perform
            move f-data-registro                   to ws-data
            move ws-dia                            to ws-dia-inv
            move ws-mes                            to ws-mes-inv
            move ws-ano                            to ws-ano-inv
            move ws-data-inv                       to ws-data-registro

            perform 2200-informar-fornecedor
            if   not ws-fornecedor-encontrado
                 exit section
            end-if

            set  ws-incoterm-valido                to false
            perform until ws-incoterm-valido
                 move "FOB"                        to f-cd-incoterm
                 accept f-cd-incoterm at line 17 col 34 with update auto-skip
                 move function upper-case(f-cd-incoterm) to f-cd-incoterm
                 evaluate f-cd-incoterm
                      when "EXW" when "FCA" when "FAS" when "FOB"
                      when "CFR" when "CPT" when "CIF" when "CIP"
                      when "DAP" when "DPU" when "DDP"
                           set  ws-incoterm-valido to true
                      when other
                           move "Incoterm inválido (EXW FCA FAS FOB CFR CPT CIF CIP DAP DPU DDP)!" to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate
            end-perform

            perform until exit
                 move "USD"                        to f-cd-moeda
                 accept f-cd-moeda at line 17 col 71 with update auto-skip
                 move function upper-case(f-cd-moeda) to f-cd-moeda
                 if   f-cd-moeda equal spaces or "BRL"
                      move "Informe a moeda estrangeira da fatura comercial!" to ws-mensagem
                      perform 9000-mensagem
                 else
                      exit perform
                 end-if
            end-perform

            move zeros                             to ws-taxa-cambio
            perform until ws-taxa-cambio <> zeros
                 accept f-taxa-cambio at line 17 col 75 with update auto-skip
                 move f-taxa-cambio                to ws-taxa-cambio
            end-perform

            accept f-frete-internacional at line 19 col 34 with update auto-skip
            move f-frete-internacional             to ws-frete-internacional-moeda
            accept f-seguro-internacional at line 19 col 71 with update auto-skip
            move f-seguro-internacional            to ws-seguro-internacional-moeda
            accept f-valor-siscomex at line 21 col 34 with update auto-skip
            move f-valor-siscomex                  to ws-valor-siscomex
            accept f-valor-despachante at line 21 col 71 with update auto-skip
            move f-valor-despachante               to ws-valor-despachante
            accept f-valor-frete-nacional at line 23 col 34 with update auto-skip
            move f-valor-frete-nacional            to ws-valor-frete-nacional
            accept f-valor-outras-despesas at line 23 col 71 with update auto-skip
            move f-valor-outras-despesas           to ws-valor-outras-despesas
            accept f-aliq-icms at line 25 col 34 with update auto-skip
            move f-aliq-icms                       to ws-aliq-icms

            perform until f-cd-deposito <> zeros
                 accept f-cd-deposito at line 25 col 71 with update auto-skip
            end-perform

            perform until exit
                 accept f-data-vencimento-fatura at line 27 col 34 with update auto-skip
                 move f-data-vencimento-fatura     to ws-data
                 move ws-dia                       to ws-dia-inv
                 move ws-mes                       to ws-mes-inv
                 move ws-ano                       to ws-ano-inv
                 move ws-data-inv                  to ws-data-vencimento-fatura
                 if   ws-data-vencimento-fatura not less ws-data-registro
                      exit perform
                 end-if
                 move "Vencimento da fatura anterior ao registro da declaração!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            perform 2210-informar-itens
            if   ws-nr-itens equal zeros
                 move "Nenhum item informado - processo não registrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-calcular-custos

            perform 2400-imprimir-espelho

            move ws-total-custo                    to ws-valor-x
            move spaces                            to ws-mensagem
            string "Confirma o processo com " ws-nr-itens " item(ns) e custo nacionalizado de R$ "
                   ws-valor-x "? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             lk-parametros-sequencia
            string "IMPORTACAO-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move 1                                 to lk-seq-valor-minimo
            move lk-parametros-sequencia           to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                 to lk-parametros-sequencia
            if   lk-seq-valor equal zeros
                 move "Erro na alocação do número do processo de importação!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f15600-processo-importacao
            move lnk-cd-empresa                    to f15600-cd-empresa
            move lnk-cd-filial                     to f15600-cd-filial
            move lk-seq-valor                      to f15600-nr-processo
            move f-tipo-declaracao                 to f15600-tipo-declaracao
            move f-nr-declaracao                   to f15600-nr-declaracao
            move ws-data-registro                  to f15600-data-registro
            move f-cd-fornecedor                   to f15600-cd-fornecedor
            move f-cd-incoterm                     to f15600-cd-incoterm
            move f-cd-moeda                        to f15600-cd-moeda
            move ws-taxa-cambio                    to f15600-taxa-cambio
            move ws-total-fob-moeda                to f15600-valor-fob-moeda
            move ws-frete-internacional-moeda      to f15600-frete-internacional-moeda
            move ws-seguro-internacional-moeda     to f15600-seguro-internacional-moeda
            move ws-valor-siscomex                 to f15600-valor-siscomex
            move ws-valor-despachante              to f15600-valor-despachante
            move ws-valor-frete-nacional           to f15600-valor-frete-nacional
            move ws-valor-outras-despesas          to f15600-valor-outras-despesas
            move ws-aliq-icms                      to f15600-aliq-icms
            move f-cd-deposito                     to f15600-cd-deposito
            move ws-data-vencimento-fatura         to f15600-data-vencimento-fatura
            move ws-nr-itens                       to f15600-nr-itens
            move lnk-id-usuario                    to f15600-id-usuario
            set  f15600-processo-digitado          to true
            perform 2310-totais-processo

            perform 9000-gravar-pd15600
            if   not ws-operacao-ok
                 string "Erro ao gravar processo de importação - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > ws-nr-itens
                 perform 2320-gravar-item-processo
            end-perform

            perform 9000-move-registros-frame

            string "Processo de importação [" f15600-nr-processo "] registrado - nacionalize após o desembaraço!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-processo
            if   not ws-processo-encontrado
                 exit section
            end-if

            perform 2250-carregar-processo

            perform 2400-imprimir-espelho

       exit.

      *>=================================================================================
      *> Nacionalização após o desembaraço: emite a NF-e de entrada
      *> própria (CFOP 3xxx, remetente o exportador) pela cadeia normal
      *> de numeração/transmissão (CS00105S/CS00106S), dá entrada no
      *> estoque recompondo o custo médio com o custo nacionalizado de
      *> cada item, gera o título do exportador em moeda estrangeira e
      *> debita na tesouraria os tributos pagos no registro e o ICMS.
       2100-nacionalizar section.

            perform 9000-verificar-periodo-fechado
            if   ws-periodo-bloqueado
                 exit section
            end-if

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-processo
            if   not ws-processo-encontrado
                 exit section
            end-if

            if   not f15600-processo-digitado
                 move "Processo já nacionalizado ou cancelado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2250-carregar-processo

            move f15600-valor-custo-total          to ws-valor-x
            move spaces                            to ws-mensagem
            string "Confirma a nacionalização do processo " f15600-nr-processo
                   " - custo R$ " ws-valor-x "? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd

      *> Reserva o número da NF-e de entrada - mesma numeração das
      *> NF-e de saída do estabelecimento (modelo 55)
            move 55                                to lnk-cd-modelo
            move zeros                             to lnk-cd-serie
            move zeros                             to lnk-qtd-reserva-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                             wf05000-mestre-nota-fiscal
            move lnk-cd-empresa                    to wf05000-cd-empresa
            move lnk-cd-filial                     to wf05000-cd-filial
            move 00                                to wf05000-tipo-nota
            move lnk-numero-documento              to wf05000-numero-documento
            move lnk-serie-documento               to wf05000-serie-documento
            move f15600-cd-fornecedor              to wf05000-cd-destinatario
            move zeros                             to wf05000-sequencia
            move 55                                to wf05000-cd-modelo
            move ws-cd-natureza-importacao         to wf05000-cd-natureza

            accept ws-horas                        from time
            move ws-data-hoje                      to wf05000-data-operacao
            move ws-horas(01:06)                   to wf05000-horario-operacao
            move function numval(lnk-id-usuario)   to wf05000-id-usuario-operacao
            move ws-data-hoje                      to wf05000-data-saida
            move ws-horas(01:06)                   to wf05000-horario-saida

            move zeros                             to ws-sequencia-item-nf

            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > ws-nr-itens
                 perform 2500-nacionalizar-item
            end-perform

      *> Sem campo próprio para o II no mestre, o imposto de importação
      *> vai com PIS/COFINS, Siscomex e ICMS em outras despesas: o
      *> total da nota é o valor aduaneiro mais IPI e esses acréscimos
            perform 9000-mestre-nota-fiscal
            move f15600-valor-ipi                  to f05000-valor-ipi
            compute f05000-valor-outras-despesas =
                    f15600-valor-ii + f15600-valor-pis + f15600-valor-cofins
                  + f15600-valor-siscomex + f15600-valor-icms
            compute f05000-valor-total =
                    f05000-valor-total-produtos + f05000-valor-ipi + f05000-valor-outras-despesas

            perform 9000-gravar-pd05000
            if   not ws-operacao-ok
                 string "Erro ao gravar NF-e de entrada - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move wf05000-numero-documento          to f15600-numero-nf
            move wf05000-serie-documento           to f15600-serie-nf
            move ws-data-hoje                      to f15600-data-desembaraco
            move ws-data-hoje                      to f15600-data-nacionalizacao
            set  f15600-processo-nacionalizado     to true
            perform 9000-regravar-pd15600
            if   not ws-operacao-ok
                 string "Erro ao atualizar processo de importação - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

            perform 2600-gerar-titulo-exportador

            perform 2610-debitar-tributos

            initialize                             lk-parametros-nfe
            move wf05000-numero-documento          to lk-numero-documento
            move wf05000-serie-documento           to lk-serie-documento
            set  lk-nfe-emissao-normal             to true
            set  lk-nfe-nota-entrada               to true
            move lk-parametros-nfe                 to lnk-linha-comando

            call c-impressao-nfe using lnk-par
            cancel c-impressao-nfe

            perform 9000-move-registros-frame

            string "Processo nacionalizado - NF-e de entrada [" wf05000-numero-documento
                   "/" wf05000-serie-documento "] emitida!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Só processo ainda não nacionalizado pode ser cancelado.
       2100-cancelar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-processo
            if   not ws-processo-encontrado
                 exit section
            end-if

            if   not f15600-processo-digitado
                 move "Somente processo não nacionalizado pode ser cancelado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma o cancelamento do processo? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  f15600-processo-cancelado         to true
            perform 9000-regravar-pd15600
            if   not ws-operacao-ok
                 string "Erro ao cancelar processo - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Processo de importação cancelado!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Incluir"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "03 - Nacionalizar"          to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "04 - Cancelar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-importacao

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-importacao

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP05000.cpy.
       copy CSP05100.cpy.

      *>=================================================================================
       2200-informar-fornecedor section.

            set  ws-fornecedor-encontrado          to false

            perform until f-cd-fornecedor <> zeros
                 accept f-cd-fornecedor at line 15 col 34 with update auto-skip
            end-perform

            initialize                             f01500-fornecedor
            move lnk-cd-empresa                    to f01500-cd-empresa
            move lnk-cd-filial                     to f01500-cd-filial
            move f-cd-fornecedor                   to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   not ws-operacao-ok
                 string "Fornecedor [" f-cd-fornecedor "] não cadastrado!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-fornecedor-encontrado          to true
            move f01500-razao-social               to f-razao-social

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Itens da declaração, um por vez: produto zero encerra a
      *> digitação. Itens da mesma adição compartilham NCM e alíquotas.
       2210-informar-itens section.

            initialize                             ws-tabela-itens
            move zeros                             to ws-nr-itens

            perform until ws-nr-itens >= c-max-itens-importacao

                 compute f-nr-item = ws-nr-itens + 1
                 move zeros                        to f-cd-produto
                 move zeros                        to f-quantidade
                 move zeros                        to f-valor-fob-item
                 perform 8000-tela

                 accept f-nr-adicao at line 29 col 38 with update auto-skip
                 accept f-cd-produto at line 29 col 71 with update auto-skip
                 if   f-cd-produto equal zeros
                      exit perform
                 end-if

                 initialize                        f01800-produto
                 move lnk-cd-empresa               to f01800-cd-empresa
                 move lnk-cd-filial                to f01800-cd-filial
                 move f-cd-produto                 to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   not ws-operacao-ok
                      string "Produto [" f-cd-produto "] não cadastrado!" into ws-mensagem
                      perform 9000-mensagem
                      exit perform cycle
                 end-if

                 perform until f-quantidade <> zeros
                      accept f-quantidade at line 31 col 34 with update auto-skip
                 end-perform
                 perform until f-valor-fob-item <> zeros
                      accept f-valor-fob-item at line 31 col 71 with update auto-skip
                 end-perform
                 accept f-aliq-ii at line 33 col 34 with update auto-skip
                 accept f-aliq-ipi at line 33 col 41 with update auto-skip
                 accept f-aliq-pis at line 33 col 71 with update auto-skip
                 accept f-aliq-cofins at line 33 col 78 with update auto-skip

                 add  1                            to ws-nr-itens
                 move ws-nr-itens                  to ws-ix-item
                 move f-nr-adicao                  to ti-nr-adicao(ws-ix-item)
                 move f-cd-produto                 to ti-cd-produto(ws-ix-item)
                 move f-quantidade                 to ti-quantidade(ws-ix-item)
                 move f-valor-fob-item             to ti-valor-fob-moeda(ws-ix-item)
                 move f-aliq-ii                    to ti-aliq-ii(ws-ix-item)
                 move f-aliq-ipi                   to ti-aliq-ipi(ws-ix-item)
                 move f-aliq-pis                   to ti-aliq-pis(ws-ix-item)
                 move f-aliq-cofins                to ti-aliq-cofins(ws-ix-item)

            end-perform

       exit.

      *>=================================================================================
       2200-localizar-processo section.

            set  ws-processo-encontrado            to false

            perform until f-nr-processo <> zeros
                 accept f-nr-processo at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f15600-processo-importacao
            move lnk-cd-empresa                    to f15600-cd-empresa
            move lnk-cd-filial                     to f15600-cd-filial
            move f-nr-processo                     to f15600-nr-processo
            perform 9000-ler-pd15600-ran
            if   not ws-operacao-ok
                 move "Processo de importação não cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-processo-encontrado            to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Recarrega a tabela de itens e os valores do cabeçalho gravados
      *> no registro do processo (o rateio foi calculado na inclusão,
      *> com a taxa de câmbio da declaração).
       2250-carregar-processo section.

            move f15600-cd-moeda                   to f-cd-moeda
            move f15600-taxa-cambio                to ws-taxa-cambio
            move f15600-valor-fob-moeda            to ws-total-fob-moeda
            move f15600-frete-internacional-moeda  to ws-frete-internacional-moeda
            move f15600-seguro-internacional-moeda to ws-seguro-internacional-moeda
            move f15600-valor-fatura-moeda         to ws-valor-fatura-moeda
            move f15600-valor-aduaneiro            to ws-total-aduaneiro
            move f15600-valor-ii                   to ws-total-ii
            move f15600-valor-ipi                  to ws-total-ipi
            move f15600-valor-pis                  to ws-total-pis
            move f15600-valor-cofins               to ws-total-cofins
            move f15600-base-icms                  to ws-total-base-icms
            move f15600-valor-icms                 to ws-total-icms
            move f15600-valor-siscomex             to ws-valor-siscomex
            move f15600-valor-custo-total          to ws-total-custo
            compute ws-total-despesas = f15600-valor-despachante
                                      + f15600-valor-frete-nacional
                                      + f15600-valor-outras-despesas

            initialize                             ws-tabela-itens
            move zeros                             to ws-nr-itens

            initialize                             f15700-item-importacao
            move f15600-cd-empresa                 to f15700-cd-empresa
            move f15600-cd-filial                  to f15700-cd-filial
            move f15600-nr-processo                to f15700-nr-processo
            move zeros                             to f15700-nr-item
            perform 9000-str-pd15700-grt
            perform 9000-ler-pd15700-nex

            perform until not ws-operacao-ok
                          or f15700-cd-empresa  <> f15600-cd-empresa
                          or f15700-cd-filial   <> f15600-cd-filial
                          or f15700-nr-processo <> f15600-nr-processo
                          or ws-nr-itens >= c-max-itens-importacao

                 add  1                            to ws-nr-itens
                 move ws-nr-itens                  to ws-ix-item
                 move f15700-nr-adicao             to ti-nr-adicao(ws-ix-item)
                 move f15700-cd-produto            to ti-cd-produto(ws-ix-item)
                 move f15700-quantidade            to ti-quantidade(ws-ix-item)
                 move f15700-valor-fob-moeda       to ti-valor-fob-moeda(ws-ix-item)
                 move f15700-aliq-ii               to ti-aliq-ii(ws-ix-item)
                 move f15700-aliq-ipi              to ti-aliq-ipi(ws-ix-item)
                 move f15700-aliq-pis              to ti-aliq-pis(ws-ix-item)
                 move f15700-aliq-cofins           to ti-aliq-cofins(ws-ix-item)
                 move f15700-valor-aduaneiro       to ti-valor-aduaneiro(ws-ix-item)
                 move f15700-valor-ii              to ti-valor-ii(ws-ix-item)
                 move f15700-valor-ipi             to ti-valor-ipi(ws-ix-item)
                 move f15700-valor-pis             to ti-valor-pis(ws-ix-item)
                 move f15700-valor-cofins          to ti-valor-cofins(ws-ix-item)
                 move f15700-valor-siscomex        to ti-valor-siscomex(ws-ix-item)
                 move f15700-base-icms             to ti-base-icms(ws-ix-item)
                 move f15700-valor-icms            to ti-valor-icms(ws-ix-item)
                 move f15700-valor-despesas        to ti-valor-despesas(ws-ix-item)
                 move f15700-valor-custo-total     to ti-valor-custo-total(ws-ix-item)
                 move f15700-custo-unitario        to ti-custo-unitario(ws-ix-item)

                 perform 9000-ler-pd15700-nex

            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Custo nacionalizado por item:
      *>   valor aduaneiro = FOB x taxa + frete e seguro internacionais
      *>                     (em reais) rateados pelo FOB
      *>   II  = aduaneiro x alíq. II;  IPI = (aduaneiro + II) x alíq. IPI
      *>   PIS/COFINS-importação = aduaneiro x alíquotas
      *>   ICMS "por dentro" = (aduaneiro + II + IPI + PIS + COFINS +
      *>                        Siscomex) / (1 - alíq.) x alíq.
      *>   Siscomex e despesas (despachante, frete nacional e outras)
      *>   rateados pelo valor aduaneiro
      *> O último item leva o resíduo dos rateios. Custo = aduaneiro +
      *> II + Siscomex + despesas + tributos não recuperáveis.
       2300-calcular-custos section.

            move zeros                             to ws-total-fob-moeda
            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > ws-nr-itens
                 add  ti-valor-fob-moeda(ws-ix-item) to ws-total-fob-moeda
            end-perform

      *> Fatura do exportador conforme o Incoterm: nos grupos C e D o
      *> frete (e, no CIF/CIP/D, o seguro) internacional vem cobrado
            move ws-total-fob-moeda                to ws-valor-fatura-moeda
            evaluate f-cd-incoterm
                 when "CFR" when "CPT"
                      add  ws-frete-internacional-moeda  to ws-valor-fatura-moeda
                 when "CIF" when "CIP" when "DAP" when "DPU" when "DDP"
                      add  ws-frete-internacional-moeda  to ws-valor-fatura-moeda
                      add  ws-seguro-internacional-moeda to ws-valor-fatura-moeda
            end-evaluate

            compute ws-frete-seguro-reais rounded =
                    (ws-frete-internacional-moeda + ws-seguro-internacional-moeda) * ws-taxa-cambio
            compute ws-total-aduaneiro rounded =
                    ws-total-fob-moeda * ws-taxa-cambio + ws-frete-seguro-reais
            compute ws-total-despesas =
                    ws-valor-despachante + ws-valor-frete-nacional + ws-valor-outras-despesas

            move zeros                             to ws-acum-aduaneiro
                                                      ws-acum-siscomex
                                                      ws-acum-despesas
                                                      ws-total-ii
                                                      ws-total-ipi
                                                      ws-total-pis
                                                      ws-total-cofins
                                                      ws-total-base-icms
                                                      ws-total-icms
                                                      ws-total-custo

            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > ws-nr-itens
                 perform 2305-calcular-item
            end-perform

       exit.

      *>=================================================================================
       2305-calcular-item section.

            if   ws-ix-item equal ws-nr-itens
                 compute ti-valor-aduaneiro(ws-ix-item) = ws-total-aduaneiro - ws-acum-aduaneiro
            else
                 compute ti-valor-aduaneiro(ws-ix-item) rounded =
                         ti-valor-fob-moeda(ws-ix-item) * ws-taxa-cambio
                       + ws-frete-seguro-reais * ti-valor-fob-moeda(ws-ix-item) / ws-total-fob-moeda
            end-if
            add  ti-valor-aduaneiro(ws-ix-item)    to ws-acum-aduaneiro

            if   ws-ix-item equal ws-nr-itens
                 compute ti-valor-siscomex(ws-ix-item) = ws-valor-siscomex - ws-acum-siscomex
                 compute ti-valor-despesas(ws-ix-item) = ws-total-despesas - ws-acum-despesas
            else
                 compute ti-valor-siscomex(ws-ix-item) rounded =
                         ws-valor-siscomex * ti-valor-aduaneiro(ws-ix-item) / ws-total-aduaneiro
                 compute ti-valor-despesas(ws-ix-item) rounded =
                         ws-total-despesas * ti-valor-aduaneiro(ws-ix-item) / ws-total-aduaneiro
            end-if
            add  ti-valor-siscomex(ws-ix-item)     to ws-acum-siscomex
            add  ti-valor-despesas(ws-ix-item)     to ws-acum-despesas

            compute ti-valor-ii(ws-ix-item) rounded =
                    ti-valor-aduaneiro(ws-ix-item) * ti-aliq-ii(ws-ix-item) / 100
            compute ti-valor-ipi(ws-ix-item) rounded =
                   (ti-valor-aduaneiro(ws-ix-item) + ti-valor-ii(ws-ix-item))
                    * ti-aliq-ipi(ws-ix-item) / 100
            compute ti-valor-pis(ws-ix-item) rounded =
                    ti-valor-aduaneiro(ws-ix-item) * ti-aliq-pis(ws-ix-item) / 100
            compute ti-valor-cofins(ws-ix-item) rounded =
                    ti-valor-aduaneiro(ws-ix-item) * ti-aliq-cofins(ws-ix-item) / 100

            compute ti-base-icms(ws-ix-item) rounded =
                   (ti-valor-aduaneiro(ws-ix-item) + ti-valor-ii(ws-ix-item)
                  + ti-valor-ipi(ws-ix-item) + ti-valor-pis(ws-ix-item)
                  + ti-valor-cofins(ws-ix-item) + ti-valor-siscomex(ws-ix-item))
                  / (1 - ws-aliq-icms / 100)
            compute ti-valor-icms(ws-ix-item) rounded =
                    ti-base-icms(ws-ix-item) * ws-aliq-icms / 100

            compute ti-valor-custo-total(ws-ix-item) =
                    ti-valor-aduaneiro(ws-ix-item) + ti-valor-ii(ws-ix-item)
                  + ti-valor-siscomex(ws-ix-item) + ti-valor-despesas(ws-ix-item)
            if   not ws-credita-ipi
                 add  ti-valor-ipi(ws-ix-item)     to ti-valor-custo-total(ws-ix-item)
            end-if
            if   not ws-credita-pis-cofins
                 add  ti-valor-pis(ws-ix-item)     to ti-valor-custo-total(ws-ix-item)
                 add  ti-valor-cofins(ws-ix-item)  to ti-valor-custo-total(ws-ix-item)
            end-if
            if   not ws-credita-icms
                 add  ti-valor-icms(ws-ix-item)    to ti-valor-custo-total(ws-ix-item)
            end-if
            compute ti-custo-unitario(ws-ix-item) rounded =
                    ti-valor-custo-total(ws-ix-item) / ti-quantidade(ws-ix-item)

            add  ti-valor-ii(ws-ix-item)           to ws-total-ii
            add  ti-valor-ipi(ws-ix-item)          to ws-total-ipi
            add  ti-valor-pis(ws-ix-item)          to ws-total-pis
            add  ti-valor-cofins(ws-ix-item)       to ws-total-cofins
            add  ti-base-icms(ws-ix-item)          to ws-total-base-icms
            add  ti-valor-icms(ws-ix-item)         to ws-total-icms
            add  ti-valor-custo-total(ws-ix-item)  to ws-total-custo

       exit.

      *>=================================================================================
       2310-totais-processo section.

            move ws-valor-fatura-moeda             to f15600-valor-fatura-moeda
            move ws-total-aduaneiro                to f15600-valor-aduaneiro
            move ws-total-ii                       to f15600-valor-ii
            move ws-total-ipi                      to f15600-valor-ipi
            move ws-total-pis                      to f15600-valor-pis
            move ws-total-cofins                   to f15600-valor-cofins
            move ws-total-base-icms                to f15600-base-icms
            move ws-total-icms                     to f15600-valor-icms
            move ws-total-custo                    to f15600-valor-custo-total

       exit.

      *>=================================================================================
       2320-gravar-item-processo section.

            initialize                             f15700-item-importacao
            move f15600-cd-empresa                 to f15700-cd-empresa
            move f15600-cd-filial                  to f15700-cd-filial
            move f15600-nr-processo                to f15700-nr-processo
            move ws-ix-item                        to f15700-nr-item
            move ti-nr-adicao(ws-ix-item)          to f15700-nr-adicao
            move ti-cd-produto(ws-ix-item)         to f15700-cd-produto
            move ti-quantidade(ws-ix-item)         to f15700-quantidade
            move ti-valor-fob-moeda(ws-ix-item)    to f15700-valor-fob-moeda
            move ti-aliq-ii(ws-ix-item)            to f15700-aliq-ii
            move ti-aliq-ipi(ws-ix-item)           to f15700-aliq-ipi
            move ti-aliq-pis(ws-ix-item)           to f15700-aliq-pis
            move ti-aliq-cofins(ws-ix-item)        to f15700-aliq-cofins
            move ti-valor-aduaneiro(ws-ix-item)    to f15700-valor-aduaneiro
            move ti-valor-ii(ws-ix-item)           to f15700-valor-ii
            move ti-valor-ipi(ws-ix-item)          to f15700-valor-ipi
            move ti-valor-pis(ws-ix-item)          to f15700-valor-pis
            move ti-valor-cofins(ws-ix-item)       to f15700-valor-cofins
            move ti-valor-siscomex(ws-ix-item)     to f15700-valor-siscomex
            move ti-base-icms(ws-ix-item)          to f15700-base-icms
            move ti-valor-icms(ws-ix-item)         to f15700-valor-icms
            move ti-valor-despesas(ws-ix-item)     to f15700-valor-despesas
            move ti-valor-custo-total(ws-ix-item)  to f15700-valor-custo-total
            move ti-custo-unitario(ws-ix-item)     to f15700-custo-unitario

            perform 9000-gravar-pd15700
            if   not ws-operacao-ok
                 string "Erro ao gravar item do processo de importação - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Espelho do processo: valores na moeda, conversão e o rateio
      *> item a item até o custo unitário que vai para o custo médio.
       2400-imprimir-espelho section.

            perform 9000-abrir-relatorio

            move spaces                            to rl-linha-relatorio
            string "ESPELHO DO PROCESSO DE IMPORTACAO " f-nr-processo " - DECLARACAO " f-tipo-declaracao
                   " " f-nr-declaracao " - FORNECEDOR " f-cd-fornecedor " " f-razao-social
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-taxa-cambio                    to ws-taxa-x
            move ws-total-fob-moeda                to ws-valor-x
            move ws-valor-fatura-moeda             to ws-valor-2-x
            move spaces                            to rl-linha-relatorio
            string "INCOTERM " f-cd-incoterm "  MOEDA " f-cd-moeda "  TAXA " ws-taxa-x
                   "  FOB " ws-valor-x "  FATURA DO EXPORTADOR " ws-valor-2-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-frete-internacional-moeda      to ws-valor-x
            move ws-seguro-internacional-moeda     to ws-valor-2-x
            move ws-total-aduaneiro                to ws-valor-3-x
            move spaces                            to rl-linha-relatorio
            string "FRETE INTERNACIONAL " ws-valor-x "  SEGURO " ws-valor-2-x
                   "  VALOR ADUANEIRO R$ " ws-valor-3-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "ITE ADI PRODUTO     QUANTIDADE   ADUANEIRO          II         IPI  PIS+COFINS        ICMS    DESPESAS       CUSTO  CUSTO UNIT" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > ws-nr-itens
                 move ti-quantidade(ws-ix-item)        to ws-quantidade-x
                 move ti-valor-aduaneiro(ws-ix-item)   to ws-item-valor-x(1)
                 move ti-valor-ii(ws-ix-item)          to ws-item-valor-x(2)
                 move ti-valor-ipi(ws-ix-item)         to ws-item-valor-x(3)
                 compute ws-item-valor-x(4) = ti-valor-pis(ws-ix-item) + ti-valor-cofins(ws-ix-item)
                 move ti-valor-icms(ws-ix-item)        to ws-item-valor-x(5)
                 compute ws-item-valor-x(6) = ti-valor-siscomex(ws-ix-item) + ti-valor-despesas(ws-ix-item)
                 move ti-valor-custo-total(ws-ix-item) to ws-item-valor-x(7)
                 move ti-custo-unitario(ws-ix-item)    to ws-custo-unitario-x
                 move spaces                           to rl-linha-relatorio
                 string ws-ix-item " " ti-nr-adicao(ws-ix-item) " " ti-cd-produto(ws-ix-item) " "
                        ws-quantidade-x ws-item-valor-x(1) " " ws-item-valor-x(2) " "
                        ws-item-valor-x(3) " " ws-item-valor-x(4) " " ws-item-valor-x(5) " "
                        ws-item-valor-x(6) " " ws-item-valor-x(7) " " ws-custo-unitario-x
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-perform

            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-total-ii                       to ws-valor-x
            move ws-total-ipi                      to ws-valor-2-x
            compute ws-valor-3-x = ws-total-pis + ws-total-cofins
            move spaces                            to rl-linha-relatorio
            string "II " ws-valor-x "   IPI " ws-valor-2-x "   PIS+COFINS " ws-valor-3-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-total-base-icms                to ws-valor-x
            move ws-total-icms                     to ws-valor-2-x
            move ws-valor-siscomex                 to ws-valor-3-x
            move spaces                            to rl-linha-relatorio
            string "BASE ICMS " ws-valor-x "   ICMS " ws-valor-2-x "   SISCOMEX " ws-valor-3-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-total-despesas                 to ws-valor-x
            move ws-total-custo                    to ws-valor-2-x
            move spaces                            to rl-linha-relatorio
            string "DESPESAS DE NACIONALIZACAO " ws-valor-x "   CUSTO NACIONALIZADO TOTAL " ws-valor-2-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                            to rl-linha-relatorio
            string "TRIBUTOS CREDITADOS (FORA DO CUSTO): IPI=" ws-id-credita-ipi
                   " PIS/COFINS=" ws-id-credita-pis-cofins " ICMS=" ws-id-credita-icms
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Item da NF-e de entrada (valor aduaneiro como valor do produto,
      *> tributos da importação destacados) e entrada no estoque ao
      *> custo nacionalizado.
       2500-nacionalizar-item section.

            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move ti-cd-produto(ws-ix-item)         to f01800-cd-produto
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
            move ti-cd-produto(ws-ix-item)         to wf05100-cd-mercadoria
            move ti-quantidade(ws-ix-item)         to wf05100-quantidade-mercadoria
            compute wf05100-valor-unitario rounded =
                    ti-valor-aduaneiro(ws-ix-item) / ti-quantidade(ws-ix-item)
            move ti-valor-aduaneiro(ws-ix-item)    to wf05100-valor-total
            move ws-cfop-importacao                to wf05100-cfop
            move c-cst-icms-importacao             to wf05100-cst
            move ti-base-icms(ws-ix-item)          to wf05100-base-icms
            move ws-aliq-icms                      to wf05100-aliq-icms
            move ti-valor-icms(ws-ix-item)         to wf05100-valor-icms
            move ti-aliq-ipi(ws-ix-item)           to wf05100-aliq-ipi
            move ti-valor-ipi(ws-ix-item)          to wf05100-valor-ipi
      *> CST 50 - aquisição com direito a crédito; 70 - sem crédito
            if   ws-credita-pis-cofins
                 move 50                           to wf05100-cst-pis
                 move 50                           to wf05100-cst-cofins
            else
                 move 70                           to wf05100-cst-pis
                 move 70                           to wf05100-cst-cofins
            end-if
            move ti-valor-aduaneiro(ws-ix-item)    to wf05100-base-pis
            move ti-aliq-pis(ws-ix-item)           to wf05100-aliq-pis
            move ti-valor-pis(ws-ix-item)          to wf05100-valor-pis
            move ti-valor-aduaneiro(ws-ix-item)    to wf05100-base-cofins
            move ti-aliq-cofins(ws-ix-item)        to wf05100-aliq-cofins
            move ti-valor-cofins(ws-ix-item)       to wf05100-valor-cofins
            move f15600-cd-deposito                to wf05100-cd-deposito
            if   ws-operacao-ok
                 move f01800-cd-class-trib         to wf05100-cd-class-trib
            end-if

            add  wf05100-valor-total               to wf05000-valor-total
            add  wf05100-base-icms                 to wf05000-base-icms
            add  wf05100-valor-icms                to wf05000-valor-icms
            add  wf05100-valor-pis                 to wf05000-valor-pis
            add  wf05100-valor-cofins              to wf05000-valor-cofins

            perform 9000-item-nota-fiscal

            perform 9000-gravar-pd05100
            if   not ws-operacao-ok
                 string "Erro ao gravar item da NF-e de entrada - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 2510-entrada-estoque

       exit.

      *>=================================================================================
      *> Mesma recomposição do custo médio móvel do recebimento
      *> (CS40002C), com o custo unitário nacionalizado do item.
       2510-entrada-estoque section.

            initialize                               f06000-estoque
            move lnk-cd-empresa                      to f06000-cd-empresa
            move lnk-cd-filial                       to f06000-cd-filial
            move ti-cd-produto(ws-ix-item)           to f06000-cd-produto
            move f15600-cd-deposito                  to f06000-cd-deposito
            perform 9000-ler-pd06000-ran
            if   not ws-operacao-ok
            and  not ws-registro-inexistente
                 string "Erro de leitura f06000-estoque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            if   ws-registro-inexistente
                 initialize                          f06000-estoque
                 move lnk-cd-empresa                 to f06000-cd-empresa
                 move lnk-cd-filial                  to f06000-cd-filial
                 move ti-cd-produto(ws-ix-item)      to f06000-cd-produto
                 move f15600-cd-deposito             to f06000-cd-deposito
                 move zeros                          to ws-qtde-anterior
                 move ti-quantidade(ws-ix-item)      to f06000-qtde-disponivel
                 move zeros                          to f06000-qtde-reservada
                 move ti-custo-unitario(ws-ix-item)  to f06000-custo-medio
                 perform 9000-gravar-pd06000
            else
                 move f06000-qtde-disponivel         to ws-qtde-anterior
                 if   ws-qtde-anterior greater zeros
                      move ws-qtde-anterior          to ws-qtde-base-custo
                 else
                      move zeros                     to ws-qtde-base-custo
                 end-if
                 compute ws-custo-medio-novo rounded =
                         ((ws-qtde-base-custo * f06000-custo-medio)
                          + ti-valor-custo-total(ws-ix-item))
                         / (ws-qtde-base-custo + ti-quantidade(ws-ix-item))
                 move ws-custo-medio-novo            to f06000-custo-medio
                 add  ti-quantidade(ws-ix-item)      to f06000-qtde-disponivel
                 perform 9000-regravar-pd06000
            end-if

            if   not ws-operacao-ok
                 string "Erro ao movimentar estoque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            initialize                               f01900-mov-estoque
            move lnk-cd-empresa                      to f01900-cd-empresa
            move lnk-cd-filial                       to f01900-cd-filial
            move ti-cd-produto(ws-ix-item)           to f01900-cd-produto
            move f15600-cd-deposito                  to f01900-cd-deposito
            accept ws-data-inv                       from date yyyymmdd
            accept ws-horas                          from time
            move ws-data-inv                         to f01900-data-movimento
            move ws-horas                            to f01900-hora-movimento
            perform 9000-proxima-sequencia-mov
            move ws-nr-sequencia-mov                 to f01900-nr-sequencia
            set  f01900-movimento-entrada            to true
            move ti-quantidade(ws-ix-item)           to f01900-qtde-movimento
            move ws-qtde-anterior                    to f01900-qtde-disponivel-anterior
            move f06000-qtde-disponivel              to f01900-qtde-disponivel-atual
            move f06000-qtde-reservada               to f01900-qtde-reservada-anterior
            move f06000-qtde-reservada               to f01900-qtde-reservada-atual
            move c-motivo-entrada-nf                 to f01900-cd-motivo
            move spaces                              to f01900-ds-motivo
            string "ENTRADA NF " wf05000-numero-documento "/" wf05000-serie-documento
                   " IMPORTACAO " f15600-nr-processo into f01900-ds-motivo
            move lnk-id-usuario                      to f01900-id-usuario

            move ti-custo-unitario(ws-ix-item)       to f01900-custo-unitario
            move ti-valor-custo-total(ws-ix-item)    to f01900-valor-custo

            perform 9000-gravar-pd01900
            if   not ws-operacao-ok
                 string "Erro ao gravar movimento de estoque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Título do exportador: fatura na moeda pela taxa da declaração,
      *> número da NF-e de entrada, pendente de aprovação como os demais.
      *> A diferença para a taxa do contrato de câmbio é apurada na
      *> baixa (CS50002C) como variação cambial.
       2600-gerar-titulo-exportador section.

            compute ws-valor-titulo rounded = f15600-valor-fatura-moeda * f15600-taxa-cambio

            initialize                             f02700-conta-pagar
            move lnk-cd-empresa                    to f02700-cd-empresa
            move lnk-cd-filial                     to f02700-cd-filial
            move f15600-cd-fornecedor              to f02700-cd-fornecedor
            move f15600-numero-nf                  to f02700-numero-documento
            move 01                                to f02700-nr-parcela
            move c-serie-titulo-importacao         to f02700-serie-documento
            move f15600-data-registro              to f02700-data-emissao
            move ws-data-hoje                      to f02700-data-entrada
            move f15600-data-vencimento-fatura     to f02700-data-vencimento
            move ws-valor-titulo                   to f02700-valor-parcela
            move zeros                             to f02700-valor-pago
            move lnk-id-usuario                    to f02700-id-usuario-inclusao
            set  f02700-titulo-aprovado            to false
            set  f02700-titulo-aberto              to true
            move f15600-cd-moeda                   to f02700-cd-moeda
            move f15600-taxa-cambio                to f02700-taxa-cambio
            move f15600-valor-fatura-moeda         to f02700-valor-moeda

            perform 9000-gravar-pd02700
            if   not ws-operacao-ok
                 string "Erro ao gravar título do exportador - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> II, IPI, PIS/COFINS-importação e Siscomex são debitados na conta
      *> no registro da declaração; o ICMS é recolhido no desembaraço.
      *> Despachante e fretes chegam com documento próprio e entram no
      *> contas a pagar (CS50002C).
       2610-debitar-tributos section.

            compute ws-total-tributos-federais =
                    f15600-valor-ii + f15600-valor-ipi + f15600-valor-pis
                  + f15600-valor-cofins + f15600-valor-siscomex

            if   ws-total-tributos-federais greater zeros
                 initialize                        lk-parametros-tesouraria
                 move "D"                          to lk-tes-tipo-movimento
                 move ws-total-tributos-federais   to lk-tes-valor-movimento
                 string "TRIBUTOS IMPORTACAO " f15600-nr-declaracao into lk-tes-ds-historico
                 move c-este-programa              to lk-tes-ds-origem
                 move lk-parametros-tesouraria     to lnk-linha-comando
                 call c-lancar-tesouraria using lnk-par
                 cancel c-lancar-tesouraria
            end-if

            if   f15600-valor-icms greater zeros
                 initialize                        lk-parametros-tesouraria
                 move "D"                          to lk-tes-tipo-movimento
                 move f15600-valor-icms            to lk-tes-valor-movimento
                 string "ICMS IMPORTACAO " f15600-nr-declaracao into lk-tes-ds-historico
                 move c-este-programa              to lk-tes-ds-origem
                 move lk-parametros-tesouraria     to lnk-linha-comando
                 call c-lancar-tesouraria using lnk-par
                 cancel c-lancar-tesouraria
            end-if

       exit.

      *>=================================================================================
      *> A competência corrente fechada (pd03900, CS20008C) bloqueia
      *> qualquer movimentação de estoque - o mesmo controle aplicado em
      *> CS40002C, para que os saldos fotografados no fechamento mensal
      *> permaneçam válidos.
       9000-verificar-periodo-fechado section.

            set  ws-periodo-bloqueado               to false

            accept ws-data-inv                      from date yyyymmdd

            initialize                              f03900-saldo-periodo
            move lnk-cd-empresa                     to f03900-cd-empresa
            move lnk-cd-filial                      to f03900-cd-filial
            move ws-data-inv(1:6)                   to f03900-ano-mes
            move zeros                              to f03900-cd-produto
            move zeros                              to f03900-cd-deposito
            perform 9000-ler-pd03900-ran
            if   ws-operacao-ok
            and  f03900-periodo-fechado
                 set  ws-periodo-bloqueado          to true
                 move "Competência corrente já fechada - movimentos bloqueados (CS20008C)!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-proxima-sequencia-mov section.

            move 999999                              to f01900-nr-sequencia
            perform 9000-str-pd01900-ngrt
            perform 9000-ler-pd01900-pre
            if   ws-operacao-ok
            and  f01900-cd-empresa  equal lnk-cd-empresa
            and  f01900-cd-filial   equal lnk-cd-filial
            and  f01900-cd-produto  equal ti-cd-produto(ws-ix-item)
            and  f01900-cd-deposito equal f15600-cd-deposito
            and  f01900-data-movimento equal ws-data-inv
            and  f01900-hora-movimento equal ws-horas
                 compute ws-nr-sequencia-mov = f01900-nr-sequencia + 1
            else
                 move 1                              to ws-nr-sequencia-mov
            end-if

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f15600-nr-processo                to f-nr-processo
            evaluate true
                 when f15600-processo-digitado
                      move "DIGITADO"              to f-ds-status
                 when f15600-processo-nacionalizado
                      move "NACIONALIZADO"         to f-ds-status
                 when f15600-processo-cancelado
                      move "CANCELADO"             to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate
            move f15600-tipo-declaracao            to f-tipo-declaracao
            move f15600-nr-declaracao              to f-nr-declaracao
            move f15600-data-registro              to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-registro
            move f15600-cd-fornecedor              to f-cd-fornecedor
            move spaces                            to f-razao-social
            initialize                             f01500-fornecedor
            move f15600-cd-empresa                 to f01500-cd-empresa
            move f15600-cd-filial                  to f01500-cd-filial
            move f15600-cd-fornecedor              to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   ws-operacao-ok
                 move f01500-razao-social          to f-razao-social
            end-if
            move "00"                              to ws-resultado-acesso
            move f15600-cd-incoterm                to f-cd-incoterm
            move f15600-cd-moeda                   to f-cd-moeda
            move f15600-taxa-cambio                to f-taxa-cambio
            move f15600-frete-internacional-moeda  to f-frete-internacional
            move f15600-seguro-internacional-moeda to f-seguro-internacional
            move f15600-valor-siscomex             to f-valor-siscomex
            move f15600-valor-despachante          to f-valor-despachante
            move f15600-valor-frete-nacional       to f-valor-frete-nacional
            move f15600-valor-outras-despesas      to f-valor-outras-despesas
            move f15600-aliq-icms                  to f-aliq-icms
            move f15600-aliq-icms                  to ws-aliq-icms
            move f15600-cd-deposito                to f-cd-deposito
            move f15600-data-vencimento-fatura     to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-vencimento-fatura
            move f15600-numero-nf                  to f-numero-nf
            move f15600-nr-itens                   to f-nr-item

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR15600.cpy.
       copy CSR15700.cpy.
       copy CSR01500.cpy.
       copy CSR01800.cpy.
       copy CSR02700.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06000.cpy.
       copy CSR01900.cpy.
       copy CSR03900.cpy.
       copy CSR04700.cpy.
