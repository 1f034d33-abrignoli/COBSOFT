       copy CSS04700.cpy.
       copy CSS11100.cpy.
       copy CSS12500.cpy.
       copy CSS13400.cpy.
       copy CSS16400.cpy.
       copy CSS16500.cpy.
       copy CSS16600.cpy.
       copy CSS16700.cpy.
       copy CSS16800.cpy.
       copy CSS01400.cpy.

      *>=================================================================================
       data division.
       copy CSF04700.cpy.
       copy CSF11100.cpy.
       copy CSF12500.cpy.
       copy CSF13400.cpy.
       copy CSF16400.cpy.
       copy CSF16500.cpy.
       copy CSF16600.cpy.
       copy CSF16700.cpy.
       copy CSF16800.cpy.
       copy CSF01400.cpy.

      *>=================================================================================
       working-storage section.
       78   c-impressao-nfe                        value "CS00106S".
       78   c-motivo-venda-nfce                    value 007.
       78   c-max-itens-venda                      value 50.
       78   c-servico-tef                          value "CS00141S".
       78   c-max-tef-pendentes                    value 20.
       78   c-max-pagamentos                       value 10.
       78   c-servico-fidelidade                   value "CS00142S".
       78   c-servico-promocoes                    value "CS00143S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW05000.cpy.
       copy CSW05100.cpy.
       copy CSW13400.cpy.
       copy CSW16300.cpy.

      *> Regime de PIS/COFINS da empresa (parâmetro PIS-COFINS-REGIME em
      *> pd04700): alíquotas aplicadas a todos os itens da venda balcão.
            03 ws-id-vale                          pic x(01).
               88 ws-vale-aceito                       value "S" false "N".

      *> Etiqueta de balança EAN-13 prefixo 2 (parâmetros BALANCA-ETIQUETA
      *> e BALANCA-DIGITOS-COD em pd04700): "2" + código do produto +
      *> peso (gramas) ou valor (centavos) + dígito verificador.
       01   ws-etiqueta-balanca.
            03 ws-id-tipo-etiqueta                 pic x(01).
               88 ws-etiqueta-peso                     value "P".
               88 ws-etiqueta-valor                    value "V".
               88 ws-etiqueta-desativada               value " ".
            03 ws-nr-digitos-cod-balanca           pic 9(02).
            03 ws-nr-digitos-valor-balanca         pic 9(02).
            03 ws-ix-digito-valor                  pic 9(02).
            03 ws-codigo-etiqueta                  pic 9(13).
            03 ws-cd-produto-etiqueta              pic 9(09).
            03 ws-valor-etiqueta                   pic 9(09).
            03 ws-vl-total-etiqueta                pic 9(09)v9(02).
            03 ws-id-etiqueta                      pic x(01).
               88 ws-item-etiqueta-balanca             value "S" false "N".

      *> Pagamento em cartão pelo cliente TEF (parâmetro TEF-ATIVO em
      *> pd04700); sem TEF o cartão segue passado no POS avulso.
       01   ws-tef-balcao.
            03 ws-id-tef-ativo                     pic x(01).
               88 ws-tef-ativo                         value "S" false "N".
            03 ws-id-tef                           pic x(01).
               88 ws-tef-aprovado                      value "S" false "N".
            03 ws-nr-controle-tef                  pic 9(09).
            03 ws-nr-tef-pendentes                 pic 9(02).
            03 ws-ix-tef                           pic 9(02) comp.
            03 ws-tef-pendente                     pic 9(09) occurs 20 times.

      *> Cliente identificado na venda (programa de fidelidade)
       01   ws-fidelidade-venda.
            03 ws-cd-cliente-venda                 pic 9(09).
            03 ws-valor-pontos-venda               pic 9(09)v9(02).
            03 ws-pontos-x                         pic zzz.zzz.zz9.
            03 ws-valor-pontos-x                   pic zzz.zzz.zz9,99.

      *> Formas de pagamento da venda (pd16800): dinheiro, cartão, PIX e
      *> vale em qualquer combinação até cobrir o total.
       01   ws-pagamentos-venda.
            03 ws-nr-pagamentos                    pic 9(02).
            03 ws-ix-pagamento                     pic 9(02) comp.
            03 ws-valor-restante                   pic 9(09)v9(02).
            03 ws-valor-informado                  pic 9(09)v9(02).
            03 ws-valor-troco-venda                pic 9(09)v9(02).
            03 ws-referencia-pix                   pic x(36).
            03 ws-pagamento-venda                  occurs 10 times.
               05 pg-forma                         pic x(01).
               05 pg-valor                         pic 9(09)v9(02).
               05 pg-troco                         pic 9(09)v9(02).
               05 pg-referencia                    pic x(36).
               05 pg-nr-controle-tef               pic 9(09).
               05 pg-bandeira                      pic x(20).
               05 pg-cd-autorizacao                pic x(12).
               05 pg-nr-vale                       pic 9(09).

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

      *> Mesmo leiaute de lk-parametros-tef em CS00141S
       01   lk-parametros-tef.
            03 lk-tef-operacao                     pic x(01).
               88 lk-tef-venda                         value "V".
               88 lk-tef-confirmar                     value "C".
               88 lk-tef-vincular                      value "N".
               88 lk-tef-desfazer                      value "D".
               88 lk-tef-recuperar                     value "R".
            03 lk-tef-nr-controle                  pic 9(09).
            03 lk-tef-valor                        pic 9(09)v9(02).
            03 lk-tef-numero-documento             pic 9(09).
            03 lk-tef-serie-documento              pic x(03).
            03 lk-tef-retorno                      pic x(01).
               88 lk-tef-aprovada                      value "A".
               88 lk-tef-negada                        value "N".
               88 lk-tef-sem-resposta                  value "E".
               88 lk-tef-confirmada                    value "C".
               88 lk-tef-desfeita                      value "D".
            03 lk-tef-nsu                          pic x(12).
            03 lk-tef-cd-autorizacao               pic x(12).
            03 lk-tef-bandeira                     pic x(20).
            03 lk-tef-nr-parcelas                  pic 9(02).
            03 lk-tef-mensagem                     pic x(60).

       01   ws-regime-pis-cofins.
            03 ws-aliq-pis-regime                  pic 9(02)v9(02).
            03 ws-aliq-cofins-regime               pic 9(02)v9(02).
            03 ws-nr-sequencia-mov                 pic 9(06).
            03 ws-qtde-mov-anterior                pic s9(09)v9(04).
            03 ws-linha-display                    pic x(111).
            03 ws-cd-produto-preco                 pic 9(09).
            03 ws-ix-linha-item                    pic 9(02) comp.
            03 ws-qtde-linha-item                  pic 9(06)v9(04).

       01   ws-tabela-itens-venda.
            03 ws-item-venda                       occurs 50 times.
               05 vi-qtde                          pic 9(06)v9(04).
               05 vi-vl-unitario                   pic 9(09)v9(02).
               05 vi-vl-total                      pic 9(09)v9(02).
               05 vi-vl-tabela                     pic 9(09)v9(02).
               05 vi-id-etiqueta                   pic x(01).
                  88 vi-item-etiqueta                  value "S".
               05 vi-nr-promocao                   pic 9(06).
               05 vi-ds-promocao                   pic x(20).

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

       01   lk-parametros-nfe.
            03 lk-numero-documento                 pic 9(09).
            03 f-vl-unitario                       pic zzz.zzz.zz9,99.
            03 f-vl-total-venda                    pic z.zzz.zzz.zz9,99.
            03 f-cd-deposito                       pic 9(04).
            03 f-cd-cliente                        pic 9(09).
            03 f-nome-cliente                      pic x(40).
            03 f-tipo-pagamento                    pic x(01).
            03 f-vl-pagamento                      pic zzz.zzz.zz9,99.
            03 f-vl-restante                       pic zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.
       01   frm-pdv.
            03 line 11 col 25   pic x(08) value "Deposito:".
            03 line 11 col 34   pic 9(04) from f-cd-deposito.
            03 line 11 col 42   pic x(08) value "Cliente:".
            03 line 11 col 51   pic 9(09) from f-cd-cliente.
            03 line 11 col 61   pic x(40) from f-nome-cliente.
            03 line 13 col 10   pic x(23) value "Produto (codigo ou EAN):".
            03 line 13 col 34   pic 9(13) from f-cd-produto.
            03 line 13 col 49   pic x(55) from f-descricao-produto.
            03 line 15 col 34   pic zzz.zz9,9999 from f-qtde.
            03 line 15 col 50   pic x(15) value "Valor Unitario:".
            03 line 15 col 66   pic zzz.zzz.zz9,99 from f-vl-unitario.
            03 line 17 col 08   pic x(25) value "Pagamento (D/C/P/V/R):".
            03 line 17 col 34   pic x(01) from f-tipo-pagamento.
            03 line 17 col 50   pic x(12) value "TOTAL VENDA:".
            03 line 17 col 63   pic z.zzz.zzz.zz9,99 from f-vl-total-venda.
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-i-pd01400

            string lnk-dat-path delimited   by "  " "\EFD111.DAT" into wid-pd11100
            open i-o pd11100
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD168.DAT" into wid-pd16800
            open i-o pd16800
            if   ws-arquivo-inexistente
                 open output pd16800
                 close pd16800
                 open i-o pd16800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD168.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD166.DAT" into wid-pd16600
            open input pd16600
            if   ws-arquivo-inexistente
                 open output pd16600
                 close pd16600
                 open input pd16600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD166.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            perform 9000-abrir-class-trib-emissao

            perform 1100-carregar-regime-pis-cofins
            perform 1200-carregar-etiqueta-balanca
            perform 1300-recuperar-tef-pendente
            perform 9000-carregar-class-trib-padrao

       exit.


       exit.

      *>=================================================================================
      *> Etiqueta de balança por filial: BALANCA-ETIQUETA "P" = peso em
      *> gramas, "V" = valor em centavos (inativo ou ausente = leitura
      *> de etiqueta desligada); BALANCA-DIGITOS-COD = dígitos do código
      *> do produto após o prefixo 2 (default 6 - os 11 - N restantes
      *> trazem o peso ou o valor).
       1200-carregar-etiqueta-balanca section.

            set  ws-etiqueta-desativada            to true
            move 6                                 to ws-nr-digitos-cod-balanca

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "BALANCA-ETIQUETA"                to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
                 move function upper-case(f04700-valor-texto(1:1)) to ws-id-tipo-etiqueta
                 if   not ws-etiqueta-peso
                 and  not ws-etiqueta-valor
                      set  ws-etiqueta-desativada  to true
                 end-if
            end-if

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "BALANCA-DIGITOS-COD"             to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater 3
            and  f04700-valor-numero less 8
                 move f04700-valor-numero          to ws-nr-digitos-cod-balanca
            end-if

            compute ws-nr-digitos-valor-balanca = 11 - ws-nr-digitos-cod-balanca

       exit.

      *>=================================================================================
      *> TEF ativo na filial: transações desta estação que ficaram sem
      *> confirmação (queda no meio da venda) são resolvidas antes da
      *> primeira venda - confirmadas se a NFC-e foi gravada, desfeitas
      *> caso contrário (CS00141S).
       1300-recuperar-tef-pendente section.

            set  ws-tef-ativo                      to false

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "TEF-ATIVO"                       to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-texto(1:1) equal "S"
                 set  ws-tef-ativo                 to true
            end-if

            if   not ws-tef-ativo
                 exit section
            end-if

            string lnk-dat-path delimited   by "  " "\EFD167.DAT" into wid-pd16700
            open input pd16700
            if   ws-arquivo-inexistente
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD167.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move zeros                             to ws-nr-tef-pendentes

            initialize                             f16700-transacao-tef
            move lnk-cd-empresa                    to f16700-cd-empresa
            move lnk-cd-filial                     to f16700-cd-filial
            perform 9000-str-pd16700-grt
            perform 9000-ler-pd16700-nex

            perform until not ws-operacao-ok
                          or f16700-cd-empresa <> lnk-cd-empresa
                          or f16700-cd-filial  <> lnk-cd-filial
                          or ws-nr-tef-pendentes not less c-max-tef-pendentes

                 if   (f16700-tef-pendente or f16700-tef-aprovada)
                 and  f16700-nome-computador equal lnk-nome-computador
                      add  1                       to ws-nr-tef-pendentes
                      move f16700-nr-controle      to ws-tef-pendente(ws-nr-tef-pendentes)
                 end-if

                 perform 9000-ler-pd16700-nex

            end-perform

            close pd16700

            perform varying ws-ix-tef from 1 by 1
                    until ws-ix-tef > ws-nr-tef-pendentes
                 initialize                        lk-parametros-tef
                 set  lk-tef-recuperar             to true
                 move ws-tef-pendente(ws-ix-tef)   to lk-tef-nr-controle
                 move lk-parametros-tef            to lnk-linha-comando
                 call c-servico-tef using lnk-par
                 cancel c-servico-tef
                 move lnk-linha-comando            to lk-parametros-tef
                 string "TEF pendente [" lk-tef-nr-controle "]: " lk-tef-mensagem into ws-mensagem
                 perform 9000-mensagem
            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
       2000-processamento section.

            close pd03900
            close pd01800
            close pd02100
            close pd16400
            close pd16500
            close pd16600
            close pd16800
            close pd01400
            close pd05000
            close pd05100
            close pd06000
            close pd04700
            close pd11100
            close pd12500
            close pd13400

       exit.

            end-perform
            move f-cd-deposito                      to ws-cd-deposito-pdv

            perform 2110-identificar-cliente

            move zeros                              to ws-nr-itens
            move zeros                              to ws-valor-total-venda
            initialize                              ws-tabela-itens-venda
            set  ws-tef-aprovado                    to false
            move zeros                              to ws-nr-controle-tef
            move zeros                              to ws-nr-vale

            set  ws-venda-finalizada                to false
            perform 2200-registrar-item until ws-venda-finalizada
                 exit section
            end-if

            perform 2240-receber-pagamentos

            perform 2300-emitir-nfce

      *> Cartão pelo TEF: confirma as transações e imprime os comprovantes
            if   ws-tef-aprovado
                 perform 2290-confirmar-tef
            end-if

      *> Vale usado no pagamento: amarra a NFC-e emitida ao vale baixado
            perform 2260-amarrar-vale-venda

            perform 8000-inicia-frame

       exit.

      *>=================================================================================
      *> Cliente opcional (zero = consumidor não identificado): a venda
      *> identificada pontua no programa de fidelidade e pode ser paga
      *> com pontos.
       2110-identificar-cliente section.

            move zeros                              to ws-cd-cliente-venda

            perform until exit
                 move zeros                         to f-cd-cliente
                 move spaces                        to f-nome-cliente
                 accept f-cd-cliente at line 11 col 51 with update auto-skip
                 if   f-cd-cliente equal zeros
                      exit perform
                 end-if

                 initialize                         f01400-cliente
                 move lnk-cd-empresa                to f01400-cd-empresa
                 move lnk-cd-filial                 to f01400-cd-filial
                 move f-cd-cliente                  to f01400-cd-cliente
                 perform 9000-ler-pd01400-ran
                 if   ws-operacao-ok
                 and  f01400-cliente-ativo
                      move f-cd-cliente             to ws-cd-cliente-venda
                      move f01400-razao-social      to f-nome-cliente
                      display f-nome-cliente        at line 11 col 61
                      exit perform
                 end-if

                 move "Cliente não cadastrado ou inativo!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

       exit.

      *>=================================================================================
      *> Recebimento em uma ou mais formas até cobrir o total da venda:
      *> o valor de cada forma vem sugerido com o restante; só o
      *> dinheiro pode exceder o restante (a diferença é o troco). O
      *> cartão passa pelo TEF quando ativo e o vale precisa de saldo
      *> para o valor da linha. Mais de uma forma = pagamento misto.
       2240-receber-pagamentos section.

            move zeros                              to ws-nr-pagamentos
                                                       ws-valor-troco-venda
                                                       ws-valor-pontos-venda
            initialize                              ws-pagamentos-venda
            move ws-valor-total-venda               to ws-valor-restante

            perform until ws-valor-restante equal zeros

                 move ws-valor-restante             to f-vl-restante
                 display "Restante a pagar:"        at line 28 col 03
                 display f-vl-restante              at line 28 col 21

                 move spaces                        to f-tipo-pagamento
                 accept f-tipo-pagamento at line 17 col 34 with update auto-skip
                 move function upper-case(f-tipo-pagamento) to f-tipo-pagamento
                 if   f-tipo-pagamento not equal "D"
                 and  f-tipo-pagamento not equal "C"
                 and  f-tipo-pagamento not equal "P"
                 and  f-tipo-pagamento not equal "V"
                 and  f-tipo-pagamento not equal "R"
                      move "Pagamento inválido! D=Dinheiro C=Cartão P=Pix V=Vale R=Pontos" to ws-mensagem
                      perform 9000-mensagem
                      exit perform cycle
                 end-if

                 move ws-valor-restante             to f-vl-pagamento
                 display "Valor da forma..:"        at line 29 col 03
                 accept f-vl-pagamento at line 29 col 21 with update auto-skip
                 move f-vl-pagamento                to ws-valor-informado
                 if   ws-valor-informado equal zeros
                      exit perform cycle
                 end-if

                 if   ws-valor-informado greater ws-valor-restante
                 and  f-tipo-pagamento not equal "D"
                      move "Só o dinheiro pode exceder o restante (troco)!" to ws-mensagem
                      perform 9000-mensagem
                      exit perform cycle
                 end-if

                 if   ws-valor-informado less ws-valor-restante
                 and  ws-nr-pagamentos not less c-max-pagamentos - 1
                      move "Limite de formas de pagamento - esta deve quitar o restante!" to ws-mensagem
                      perform 9000-mensagem
                      exit perform cycle
                 end-if

                 perform 2245-registrar-pagamento

            end-perform

            if   ws-nr-pagamentos equal 1
                 move pg-forma(1)                   to f-tipo-pagamento
            else
                 move "M"                           to f-tipo-pagamento
            end-if
            display f-tipo-pagamento                at line 17 col 34

            if   ws-valor-troco-venda greater zeros
                 move ws-valor-troco-venda          to f-vl-restante
                 string "TROCO: " f-vl-restante     into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2245-registrar-pagamento section.

            move spaces                             to ws-referencia-pix

            evaluate f-tipo-pagamento
                 when "C"
                      if   ws-tef-ativo
                           perform 2270-autorizar-tef
                           if   not lk-tef-aprovada
                                exit section
                           end-if
                      end-if
                 when "V"
                      perform 2250-aplicar-vale-troca
                      if   not ws-vale-aceito
                           exit section
                      end-if
                 when "P"
                      display "Identificador PIX:"  at line 30 col 03
                      accept ws-referencia-pix      at line 30 col 22 with update auto-skip
                 when "R"
                      perform 2255-verificar-pontos
                      if   not lk-fid-efetuado
                           exit section
                      end-if
            end-evaluate

            add  1                                  to ws-nr-pagamentos
            move f-tipo-pagamento                   to pg-forma(ws-nr-pagamentos)
            move ws-valor-informado                 to pg-valor(ws-nr-pagamentos)
            if   ws-valor-informado greater ws-valor-restante
                 compute pg-troco(ws-nr-pagamentos) =
                         ws-valor-informado - ws-valor-restante
                 add  pg-troco(ws-nr-pagamentos)    to ws-valor-troco-venda
            end-if
            compute ws-valor-restante = ws-valor-restante
                  - (pg-valor(ws-nr-pagamentos) - pg-troco(ws-nr-pagamentos))

            evaluate f-tipo-pagamento
                 when "C"
                      if   ws-tef-ativo
                           move lk-tef-nr-controle  to pg-nr-controle-tef(ws-nr-pagamentos)
                           move lk-tef-nsu          to pg-referencia(ws-nr-pagamentos)
                           move lk-tef-bandeira     to pg-bandeira(ws-nr-pagamentos)
                           move lk-tef-cd-autorizacao to pg-cd-autorizacao(ws-nr-pagamentos)
                      end-if
                 when "V"
                      move ws-nr-vale               to pg-nr-vale(ws-nr-pagamentos)
                      move ws-nr-vale               to pg-referencia(ws-nr-pagamentos)
                 when "P"
                      move ws-referencia-pix        to pg-referencia(ws-nr-pagamentos)
                 when "R"
                      move ws-cd-cliente-venda      to pg-referencia(ws-nr-pagamentos)
            end-evaluate

       exit.

      *>=================================================================================
      *> Pagamento com pontos: só em venda com cliente identificado e até
      *> o saldo de fidelidade em reais, descontado o que já foi lançado
      *> em pontos nesta venda. O resgate é baixado após a gravação da
      *> NFC-e (2320-resgatar-pontos).
       2255-verificar-pontos section.

            initialize                              lk-parametros-fidelidade

            if   ws-cd-cliente-venda equal zeros
                 move "Pagamento com pontos exige cliente identificado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  lk-fid-saldo                       to true
            move lnk-cd-filial                      to lk-fid-cd-filial
            move ws-cd-cliente-venda                to lk-fid-cd-cliente
            move lk-parametros-fidelidade           to lnk-linha-comando
            call c-servico-fidelidade using lnk-par
            cancel c-servico-fidelidade
            move lnk-linha-comando                  to lk-parametros-fidelidade
            move spaces                             to lnk-linha-comando

            if   not lk-fid-efetuado
                 string "Fidelidade: " lk-fid-mensagem into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   ws-valor-informado + ws-valor-pontos-venda greater lk-fid-valor
                 move lk-fid-pontos                 to ws-pontos-x
                 move lk-fid-valor                  to ws-valor-pontos-x
                 string "Saldo insuficiente: " ws-pontos-x " pontos = R$ " ws-valor-pontos-x
                        into ws-mensagem
                 perform 9000-mensagem
                 set  lk-fid-recusado               to true
                 exit section
            end-if

            add  ws-valor-informado                 to ws-valor-pontos-venda

       exit.

      *>=================================================================================
      *> Vale-troca como pagamento: o vale precisa estar emitido, dentro
      *> da validade e com saldo que cubra o valor informado para ele -
      *> saldo menor é recusado (o operador escolhe outra forma). O vale
      *> é baixado na hora, amarrado à venda.
       2250-aplicar-vale-troca section.

            set  ws-vale-aceito                     to false

            compute ws-saldo-vale =
                    f11100-valor-vale - f11100-valor-utilizado
            if   ws-saldo-vale less ws-valor-informado
                 move "Saldo do vale não cobre o valor informado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            add  ws-valor-informado                 to f11100-valor-utilizado
            if   f11100-valor-utilizado not less f11100-valor-vale
                 set  f11100-vale-utilizado         to true
            end-if
       exit.

      *>=================================================================================
      *> Envia o valor da forma cartão ao cliente TEF e aguarda a
      *> autorização; negada ou sem resposta, o operador escolhe outra
      *> forma de pagamento (ou tenta o cartão de novo).
       2270-autorizar-tef section.

            initialize                              lk-parametros-tef
            set  lk-tef-venda                       to true
            move ws-valor-informado                 to lk-tef-valor
            move lk-parametros-tef                  to lnk-linha-comando
            call c-servico-tef using lnk-par
            cancel c-servico-tef
            move lnk-linha-comando                  to lk-parametros-tef

            if   lk-tef-aprovada
                 set  ws-tef-aprovado               to true
                 move lk-tef-nr-controle            to ws-nr-controle-tef
                 string "Cartão aprovado - " lk-tef-bandeira delimited by "  "
                        " NSU " lk-tef-nsu delimited by "  "
                        " AUT " lk-tef-cd-autorizacao delimited by "  "
                        " PARCELAS " lk-tef-nr-parcelas delimited by size into ws-mensagem
            else
                 string "Cartão não aprovado: " lk-tef-mensagem into ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Vincula as transações aprovadas à NFC-e recém-numerada, antes
      *> de gravar o cupom - se a estação cair a partir daqui, a
      *> recuperação sabe qual NFC-e conferir.
       2280-vincular-tef section.

            perform varying ws-ix-pagamento from 1 by 1
                    until ws-ix-pagamento > ws-nr-pagamentos
                 if   pg-nr-controle-tef(ws-ix-pagamento) greater zeros
                      initialize                    lk-parametros-tef
                      set  lk-tef-vincular          to true
                      move pg-nr-controle-tef(ws-ix-pagamento) to lk-tef-nr-controle
                      move wf05000-numero-documento to lk-tef-numero-documento
                      move wf05000-serie-documento  to lk-tef-serie-documento
                      move lk-parametros-tef        to lnk-linha-comando
                      call c-servico-tef using lnk-par
                      cancel c-servico-tef
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2290-confirmar-tef section.

            perform varying ws-ix-pagamento from 1 by 1
                    until ws-ix-pagamento > ws-nr-pagamentos
                 if   pg-nr-controle-tef(ws-ix-pagamento) greater zeros
                      move pg-nr-controle-tef(ws-ix-pagamento) to ws-nr-controle-tef
                      perform 2295-confirmar-transacao-tef
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2295-confirmar-transacao-tef section.

            initialize                              lk-parametros-tef
            set  lk-tef-confirmar                   to true
            move ws-nr-controle-tef                 to lk-tef-nr-controle
            move wf05000-numero-documento           to lk-tef-numero-documento
            move wf05000-serie-documento            to lk-tef-serie-documento
            move lk-parametros-tef                  to lnk-linha-comando
            call c-servico-tef using lnk-par
            cancel c-servico-tef
            move lnk-linha-comando                  to lk-parametros-tef

            if   not lk-tef-confirmada
                 string "TEF: " lk-tef-mensagem     into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Registra em cada vale usado a NFC-e que o consumiu - a baixa do
      *> crédito fica amarrada à venda para a auditoria do caixa.
       2260-amarrar-vale-venda section.

            perform varying ws-ix-pagamento from 1 by 1
                    until ws-ix-pagamento > ws-nr-pagamentos
                 if   pg-nr-vale(ws-ix-pagamento) greater zeros
                      initialize                    f11100-vale-troca
                      move lnk-cd-empresa           to f11100-cd-empresa
                      move lnk-cd-filial            to f11100-cd-filial
                      move pg-nr-vale(ws-ix-pagamento) to f11100-nr-vale
                      perform 9000-ler-pd11100-ran
                      if   ws-operacao-ok
                           move wf05000-numero-documento to f11100-numero-documento-uso
                           perform 9000-regravar-pd11100
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2200-registrar-item section.

                 exit section
            end-if

            set  ws-item-etiqueta-balanca           to false

            perform 2200-localizar-produto
            if   not ws-produto-localizado
                 string "Produto [" f-cd-produto "] não encontrado!" into ws-mensagem
                 exit section
            end-if

            if   f01800-produto-grade-pai
                 perform 2210-registrar-grade
                 exit section
            end-if

            perform 2200-preco-vigente
            if   not ws-preco-localizado
                 string "Produto [" f01800-cd-produto "] sem preço vigente!" into ws-mensagem

            move f01800-descricao-produto           to f-descricao-produto
            move f02100-vl-unitario                 to f-vl-unitario

      *> Etiqueta de balança: a quantidade vem do código lido
            if   ws-item-etiqueta-balanca
                 perform 2230-quantidade-etiqueta
                 if   f-qtde equal zeros
                      string "Etiqueta [" f-cd-produto "] com peso/valor inválido!" into ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 perform 8000-tela
                 perform 2200-incluir-item-venda
                 exit section
            end-if

            perform 8000-tela

            accept f-qtde at line 15 col 34 with update auto-skip
                 move 1                             to f-qtde
            end-if

            perform 2200-incluir-item-venda

       exit.

      *>=================================================================================
      *> Inclui na venda o produto em f01800, ao preço de f02100 e na
      *> quantidade de f-qtde, conferindo o saldo do depósito do balcão.
      *> Produto já registrado (fora etiqueta de balança) soma na mesma
      *> linha, para a promoção valer sobre a quantidade total dele.
       2200-incluir-item-venda section.

            move zeros                              to ws-ix-linha-item
            if   not ws-item-etiqueta-balanca
                 perform varying ws-ix-item from 1 by 1
                         until ws-ix-item > ws-nr-itens
                      if   vi-cd-produto(ws-ix-item) equal f01800-cd-produto
                      and  not vi-item-etiqueta(ws-ix-item)
                           move ws-ix-item          to ws-ix-linha-item
                           exit perform
                      end-if
                 end-perform
            end-if

            move f-qtde                             to ws-qtde-linha-item
            if   ws-ix-linha-item greater zeros
                 add  vi-qtde(ws-ix-linha-item)     to ws-qtde-linha-item
            end-if

            *> Saldo disponível no depósito do PDV
            initialize                              f06000-estoque
            move lnk-cd-empresa                     to f06000-cd-empresa
            move ws-cd-deposito-pdv                 to f06000-cd-deposito
            perform 9000-ler-pd06000-ran
            if   not ws-operacao-ok
            or   f06000-qtde-disponivel less ws-qtde-linha-item
                 move "Produto sem saldo suficiente no depósito do balcão!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   ws-ix-linha-item equal zeros
                 if   ws-nr-itens not less c-max-itens-venda
                      move "Limite de itens da venda atingido - finalize e abra outra!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-venda-finalizada       to true
                      exit section
                 end-if
                 add  1                             to ws-nr-itens
                 move ws-nr-itens                   to ws-ix-linha-item
                 move f01800-cd-produto             to vi-cd-produto(ws-ix-linha-item)
                 move f01800-descricao-produto      to vi-descricao(ws-ix-linha-item)
                 if   ws-item-etiqueta-balanca
                      set vi-item-etiqueta(ws-ix-linha-item) to true
                 end-if
            else
                 subtract vi-vl-total(ws-ix-linha-item) from ws-valor-total-venda
            end-if

            move ws-qtde-linha-item                 to vi-qtde(ws-ix-linha-item)
            move f02100-vl-unitario                 to vi-vl-unitario(ws-ix-linha-item)
                                                       vi-vl-tabela(ws-ix-linha-item)
            move zeros                              to vi-nr-promocao(ws-ix-linha-item)
            move spaces                             to vi-ds-promocao(ws-ix-linha-item)
            compute vi-vl-total(ws-ix-linha-item) rounded =
                    vi-qtde(ws-ix-linha-item) * vi-vl-unitario(ws-ix-linha-item)
      *> Etiqueta por valor: vale o total impresso pela balança
            if   ws-item-etiqueta-balanca
            and  ws-etiqueta-valor
                 move ws-vl-total-etiqueta          to vi-vl-total(ws-ix-linha-item)
            else
                 perform 2200-aplicar-promocao
            end-if

            add  vi-vl-total(ws-ix-linha-item)      to ws-valor-total-venda
            move ws-valor-total-venda               to f-vl-total-venda

            perform 8000-lista-itens-venda

       exit.

      *>=================================================================================
      *> Melhor promoção vigente (CS00143S) para a linha ws-ix-linha-item.
      *> O total continua quantidade x unitário (o unitário da promoção
      *> é o total dela rateado), como o item sai na NFC-e.
       2200-aplicar-promocao section.

            initialize                              lk-parametros-promocao
            move lnk-cd-filial                      to lk-prm-cd-filial
            move f01800-cd-produto                  to lk-prm-cd-produto
            if   f01800-produto-grade-sku
                 move f01800-cd-produto-pai         to lk-prm-cd-produto-pai
            end-if
            move vi-qtde(ws-ix-linha-item)          to lk-prm-qtde
            move vi-vl-tabela(ws-ix-linha-item)     to lk-prm-vl-unitario-base
            move lk-parametros-promocao             to lnk-linha-comando
            call c-servico-promocoes using lnk-par
            cancel c-servico-promocoes
            move lnk-linha-comando                  to lk-parametros-promocao
            move spaces                             to lnk-linha-comando

            if   lk-prm-aplicada
            and  lk-prm-vl-unitario less vi-vl-unitario(ws-ix-linha-item)
                 move lk-prm-nr-promocao            to vi-nr-promocao(ws-ix-linha-item)
                 move lk-prm-ds-promocao            to vi-ds-promocao(ws-ix-linha-item)
                 move lk-prm-vl-unitario            to vi-vl-unitario(ws-ix-linha-item)
                 compute vi-vl-total(ws-ix-linha-item) rounded =
                         vi-qtde(ws-ix-linha-item) * vi-vl-unitario(ws-ix-linha-item)
            end-if

       exit.

      *>=================================================================================
      *> Localiza o produto pelo código interno; não achando, tenta o
      *> número digitado como EAN (leitura de código de barras) e, por
      *> último, como etiqueta de balança de prefixo 2.
       2200-localizar-produto section.

            set  ws-produto-localizado              to false

            end-perform

            if   not ws-produto-localizado
            and  not ws-etiqueta-desativada
                 perform 2230-localizar-etiqueta-balanca
            end-if

       exit.

      *>=================================================================================
      *> Etiqueta EAN-13 impressa pela balança: prefixo 2, código do
      *> produto com BALANCA-DIGITOS-COD dígitos, peso ou valor e dígito
      *> verificador. O produto precisa estar marcado como vendido por
      *> peso (pd16600) - demais códigos de prefixo 2 são de uso interno.
       2230-localizar-etiqueta-balanca section.

            move f-cd-produto                       to ws-codigo-etiqueta
            if   ws-codigo-etiqueta(1:1) not equal "2"
                 exit section
            end-if

            move ws-codigo-etiqueta(2:ws-nr-digitos-cod-balanca)
                                                    to ws-cd-produto-etiqueta
            compute ws-ix-digito-valor = 2 + ws-nr-digitos-cod-balanca
            move ws-codigo-etiqueta(ws-ix-digito-valor:ws-nr-digitos-valor-balanca)
                                                    to ws-valor-etiqueta

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move ws-cd-produto-etiqueta             to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
            or   not f01800-produto-ativo
                 exit section
            end-if

            initialize                              f16600-produto-balanca
            move lnk-cd-empresa                     to f16600-cd-empresa
            move lnk-cd-filial                      to f16600-cd-filial
            move ws-cd-produto-etiqueta             to f16600-cd-produto
            perform 9000-ler-pd16600-ran
            if   not ws-operacao-ok
            or   not f16600-pesavel-ativo
                 exit section
            end-if

            set  ws-produto-localizado              to true
            set  ws-item-etiqueta-balanca           to true

       exit.

      *>=================================================================================
      *> Quantidade do item de etiqueta: peso em gramas convertido para
      *> kg; por valor, a quantidade é o valor da etiqueta dividido pelo
      *> preço vigente e o total do item fica igual ao da etiqueta.
       2230-quantidade-etiqueta section.

            move zeros                              to f-qtde
                                                       ws-vl-total-etiqueta

            if   ws-valor-etiqueta equal zeros
                 exit section
            end-if

            if   ws-etiqueta-peso
                 compute f-qtde = ws-valor-etiqueta / 1000
            else
                 compute ws-vl-total-etiqueta = ws-valor-etiqueta / 100
                 if   f02100-vl-unitario greater zeros
                      compute f-qtde rounded =
                              ws-vl-total-etiqueta / f02100-vl-unitario
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Produto-pai de grade: matriz tamanho x cor com a quantidade de
      *> cada SKU; cada célula preenchida entra como um item da venda.
       2210-registrar-grade section.

            move f01800-cd-produto                  to ws-gr-cd-produto-pai
            move f01800-cd-grade                    to ws-gr-cd-grade
            perform 9000-carregar-grade-produto
            if   ws-gr-nr-skus equal zeros
                 string "Produto-pai [" ws-gr-cd-produto-pai "] sem SKUs gerados!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f01800-descricao-produto           to f-descricao-produto
            perform 8000-tela

            move 21                                 to ws-gr-nr-linha-inicial
            perform 9000-capturar-matriz-grade

            perform varying ws-gr-ix-tamanho from 1 by 1
                    until ws-gr-ix-tamanho > ws-gr-nr-tamanhos
                 perform varying ws-gr-ix-cor from 1 by 1
                         until ws-gr-ix-cor > ws-gr-nr-cores
                      if   ws-gr-qtde(ws-gr-ix-tamanho, ws-gr-ix-cor) greater zeros
                      and  not ws-venda-finalizada
                           perform 2220-incluir-item-grade
                      end-if
                 end-perform
            end-perform

            perform 8000-tela
            perform 8000-lista-itens-venda

       exit.

      *>=================================================================================
       2220-incluir-item-grade section.

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move ws-gr-cd-sku(ws-gr-ix-tamanho, ws-gr-ix-cor) to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
            or   not f01800-produto-ativo
                 string "SKU [" ws-gr-cd-sku(ws-gr-ix-tamanho, ws-gr-ix-cor) "] inativo ou não encontrado!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2200-preco-vigente
            if   not ws-preco-localizado
                 string "Produto [" f01800-cd-produto "] sem preço vigente!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-gr-qtde(ws-gr-ix-tamanho, ws-gr-ix-cor) to f-qtde
            perform 2200-incluir-item-venda

       exit.

      *>=================================================================================
      *> Preço vigente do produto em f01800; SKU de grade sem preço
      *> próprio vende pelo preço vigente do produto-pai.
       2200-preco-vigente section.

            set  ws-preco-localizado                to false

            move f01800-cd-produto                  to ws-cd-produto-preco
            perform 2200-ler-preco-vigente

            if   not ws-preco-localizado
            and  f01800-produto-grade-sku
                 move f01800-cd-produto-pai         to ws-cd-produto-preco
                 perform 2200-ler-preco-vigente
            end-if

       exit.

      *>=================================================================================
       2200-ler-preco-vigente section.

            accept ws-data-inv                      from date yyyymmdd

            initialize                              f02100-preco-produto
            move lnk-cd-empresa                     to f02100-cd-empresa
            move lnk-cd-filial                      to f02100-cd-filial
            move ws-cd-produto-preco                to f02100-cd-produto
            move ws-data-inv                        to f02100-data-vigencia
            perform 9000-str-pd02100-ngrt
            if   not ws-operacao-ok
                 end-if
                 if   f02100-cd-empresa not equal lnk-cd-empresa
                 or   f02100-cd-filial  not equal lnk-cd-filial
                 or   f02100-cd-produto not equal ws-cd-produto-preco
                      exit perform
                 end-if
                 if   f02100-preco-ativo
            move 01                                 to wf05000-tipo-nota
            move lnk-numero-documento               to wf05000-numero-documento
            move lnk-serie-documento                to wf05000-serie-documento
            move ws-cd-cliente-venda                to wf05000-cd-destinatario
            move zeros                              to wf05000-sequencia
            move 65                                 to wf05000-cd-modelo
            move f-tipo-pagamento                   to wf05000-tipo-pagamento
            move ws-data-inv                        to wf05000-data-saida
            move ws-horas(01:06)                    to wf05000-horario-saida

            if   ws-tef-aprovado
                 perform 2280-vincular-tef
            end-if

            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > ws-nr-itens
                 perform 2300-gravar-item-nfce
                 perform 9000-abortar
            end-if

            perform 2310-gravar-pagamentos
            perform 2320-resgatar-pontos

            initialize                              lk-parametros-nfe
            move wf05000-numero-documento           to lk-numero-documento
            move wf05000-serie-documento            to lk-serie-documento

       exit.

      *>=================================================================================
      *> Uma linha por forma de pagamento da venda - o XML da NFC-e, a
      *> apuração do caixa e a conciliação de cartões leem daqui.
       2310-gravar-pagamentos section.

            perform varying ws-ix-pagamento from 1 by 1
                    until ws-ix-pagamento > ws-nr-pagamentos
                 initialize                         f16800-pagamento-nota
                 move wf05000-cd-empresa            to f16800-cd-empresa
                 move wf05000-cd-filial             to f16800-cd-filial
                 move wf05000-tipo-nota             to f16800-tipo-nota
                 move wf05000-numero-documento      to f16800-numero-documento
                 move wf05000-serie-documento       to f16800-serie-documento
                 move ws-ix-pagamento               to f16800-nr-linha
                 move pg-forma(ws-ix-pagamento)     to f16800-forma-pagamento
                 move pg-valor(ws-ix-pagamento)     to f16800-valor-pagamento
                 move pg-troco(ws-ix-pagamento)     to f16800-valor-troco
                 move pg-referencia(ws-ix-pagamento) to f16800-referencia
                 move pg-nr-controle-tef(ws-ix-pagamento) to f16800-nr-controle-tef
                 move pg-bandeira(ws-ix-pagamento)  to f16800-bandeira
                 move pg-cd-autorizacao(ws-ix-pagamento) to f16800-cd-autorizacao
                 perform 9000-gravar-pd16800
                 if   not ws-operacao-ok
                      string "Erro ao gravar pagamento da NFC-e - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Baixa no extrato de fidelidade os pontos usados como pagamento,
      *> já amarrados ao número da NFC-e.
       2320-resgatar-pontos section.

            perform varying ws-ix-pagamento from 1 by 1
                    until ws-ix-pagamento > ws-nr-pagamentos
                 if   pg-forma(ws-ix-pagamento) equal "R"
                      initialize                    lk-parametros-fidelidade
                      set  lk-fid-resgatar          to true
                      move wf05000-cd-filial        to lk-fid-cd-filial
                      move ws-cd-cliente-venda      to lk-fid-cd-cliente
                      move wf05000-tipo-nota        to lk-fid-tipo-nota
                      move wf05000-numero-documento to lk-fid-numero-documento
                      move wf05000-serie-documento  to lk-fid-serie-documento
                      move pg-valor(ws-ix-pagamento) to lk-fid-valor
                      move lk-parametros-fidelidade to lnk-linha-comando
                      call c-servico-fidelidade using lnk-par
                      cancel c-servico-fidelidade
                      move lnk-linha-comando        to lk-parametros-fidelidade
                      move spaces                   to lnk-linha-comando
                      if   not lk-fid-efetuado
                           string "Resgate de pontos não baixado: " lk-fid-mensagem into ws-mensagem
                           perform 9000-mensagem
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2300-gravar-item-nfce section.

            move vi-qtde(ws-ix-item)                to wf05100-quantidade-mercadoria
            move vi-vl-unitario(ws-ix-item)         to wf05100-valor-unitario
            move vi-vl-total(ws-ix-item)            to wf05100-valor-total
            move vi-nr-promocao(ws-ix-item)         to wf05100-nr-promocao
            move ws-cd-deposito-pdv                 to wf05100-cd-deposito

            initialize                              f01800-produto
                 move f01800-aliquota-icms          to wf05100-aliq-icms
                 move f01800-cd-unidade-base        to wf05100-cd-unidade-medida
            end-if
            move f01800-cd-class-trib               to ws-cd-class-trib-produto

            move wf05100-valor-total                to wf05100-base-icms
            compute wf05100-valor-icms rounded =
            add  wf05100-valor-pis                  to wf05000-valor-pis
            add  wf05100-valor-cofins               to wf05000-valor-cofins

            perform 9000-calcular-ibs-cbs-item

      *> Produto com controle de série: exige a série de cada unidade
            if   f01800-controla-serie
                 perform 2350-baixar-series-item
                        vi-vl-unitario(ws-ix-item) " = "
                        vi-vl-total(ws-ix-item)
                        into ws-linha-display
                 if   vi-nr-promocao(ws-ix-item) greater zeros
                      move spaces                   to ws-linha-display
                      string vi-cd-produto(ws-ix-item) " "
                             vi-descricao(ws-ix-item)(1:25) " "
                             vi-qtde(ws-ix-item) " x "
                             vi-vl-unitario(ws-ix-item) " = "
                             vi-vl-total(ws-ix-item)
                             " PROMO " vi-ds-promocao(ws-ix-item)
                             into ws-linha-display
                 end-if
                 display ws-linha-display at line ws-nr-linha col 06

                 add 01                             to ws-nr-linha
       copy CSP00900.cpy. *> Padrão
       copy CSP05000.cpy.
       copy CSP05100.cpy.
       copy CSP13400.cpy.
       copy CSP16300.cpy.

      *>=================================================================================
      *> Leituras
       copy CSR04700.cpy.
       copy CSR11100.cpy.
       copy CSR12500.cpy.
       copy CSR13400.cpy.
       copy CSR16400.cpy.
       copy CSR16500.cpy.
       copy CSR16600.cpy.
       copy CSR16700.cpy.
       copy CSR16800.cpy.
       copy CSR01400.cpy.
