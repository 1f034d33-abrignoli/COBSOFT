       copy CSS12300.cpy.
       copy CSS12500.cpy.
       copy CSS04200.cpy.
       copy CSS17500.cpy.
       copy CSS17600.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       copy CSF12300.cpy.
       copy CSF12500.cpy.
       copy CSF04200.cpy.
       copy CSF17500.cpy.
       copy CSF17600.cpy.
       copy CSF00901.cpy.

      *>=================================================================================

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW17500.cpy.

      *> Refugo e variação de consumo no fechamento da ordem (pd12300)
      *> Captura de números de série do acabado (pd12500)
            03 f-qtde-produzir                     pic zzz.zz9,9999.
            03 f-qtde-produzida                    pic zzz.zz9,9999.
            03 f-ds-status                         pic x(30).
            03 f-nr-revisao                        pic 9(04).

      *>=================================================================================
       linkage section.
            03 line 13 col 45   pic x(55) from f-descricao-produto.
            03 line 15 col 25   pic x(08) value "Deposito:".
            03 line 15 col 34   pic 9(04) from f-cd-deposito.
            03 line 15 col 47   pic x(18) value "Revisao Estrutura:".
            03 line 15 col 66   pic 9(04) from f-nr-revisao.
            03 line 17 col 19   pic x(14) value "Qtde Produzir:".
            03 line 17 col 34   pic zzz.zz9,9999 from f-qtde-produzir.
            03 line 19 col 18   pic x(15) value "Qtde Produzida:".

            perform 9000-abrir-i-pd04200

            perform 9000-abrir-estrutura-vigente

       exit.

      *>=================================================================================
            close pd12300
            close pd12500
            close pd04200
            close pd17500
            close pd17600

       exit.

                 exit section
            end-if

      *> A ordem segue a revisão da estrutura vigente na abertura
            accept ws-data-inv                      from date yyyymmdd
            move f-cd-produto                       to ws-cd-produto-estrutura
            move ws-data-inv                        to ws-data-estrutura
            perform 9000-revisao-vigente
            move ws-nr-revisao-estrutura            to f-nr-revisao

            perform 2200-verificar-estrutura
            if   not ws-estrutura-existe
                 move "Produto não possui estrutura cadastrada (CS60001C)!" to ws-mensagem
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f03400-data-abertura
            move lnk-id-usuario                     to f03400-id-usuario-abertura
            move ws-nr-revisao-estrutura            to f03400-nr-revisao-estrutura
            set  f03400-ordem-aberta                to true

            perform 9000-gravar-pd03400
            move "ABERTA"                           to f-ds-status
            perform 8000-tela

            if   ws-nr-revisao-estrutura greater zeros
                 string "Ordem de produção [" ws-nr-ordem "] aberta na revisão "
                        ws-nr-revisao-estrutura " da estrutura!" into ws-mensagem
            else
                 string "Ordem de produção [" ws-nr-ordem "] aberta!" into ws-mensagem
            end-if
            perform 9000-mensagem

       exit.
            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move f03400-cd-produto                  to f03300-cd-produto
            perform 9000-primeiro-componente

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa
                      perform 2300-reservar-material
                 end-if

                 perform 9000-proximo-componente

            end-perform

            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move f03400-cd-produto                  to f03300-cd-produto
            perform 9000-primeiro-componente

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa

                 end-if

                 perform 9000-proximo-componente

            end-perform

            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move f03400-cd-produto                  to f03300-cd-produto
            perform 9000-primeiro-componente

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa
                      end-if
                 end-if

                 perform 9000-proximo-componente

            end-perform

            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move f03400-cd-produto                  to f03300-cd-produto
            perform 9000-primeiro-componente

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa
                      perform 2500-liberar-material
                 end-if

                 perform 9000-proximo-componente

            end-perform

      *>=================================================================================
       2600-faltas-da-ordem section.

            if   f03400-nr-revisao-estrutura not numeric
                 move zeros                         to f03400-nr-revisao-estrutura
            end-if
            move f03400-nr-revisao-estrutura        to ws-nr-revisao-estrutura

            initialize                              f03300-estrutura-produto
            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move f03400-cd-produto                  to f03300-cd-produto
            perform 9000-primeiro-componente

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa

                 end-if

                 perform 9000-proximo-componente

            end-perform

            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move f-cd-produto                       to f03300-cd-produto
            perform 9000-primeiro-componente

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa
                 if   f03300-componente-ativo
                      set ws-estrutura-existe       to true
                 else
                      perform 9000-proximo-componente
                 end-if

            end-perform

            set  ws-ordem-encontrada                to true

            if   f03400-nr-revisao-estrutura not numeric
                 move zeros                         to f03400-nr-revisao-estrutura
            end-if
            move f03400-nr-revisao-estrutura        to ws-nr-revisao-estrutura
                                                       f-nr-revisao

            move f03400-cd-produto                  to f-cd-produto
            move f03400-cd-deposito                 to f-cd-deposito
            move f03400-qtde-produzir               to f-qtde-produzir

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP17500.cpy. *> Estrutura vigente

      *>=================================================================================
      *> Leituras
       copy CSR12300.cpy.
       copy CSR12500.cpy.
       copy CSR04200.cpy.
       copy CSR17500.cpy.
       copy CSR17600.cpy.
