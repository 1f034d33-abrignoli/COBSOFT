      *>=================================================================================
      *> Rotinas Genéricas - IBS/CBS do item (Reforma Tributária)
      *>=================================================================================
      *> cClassTrib padrão da filial: parâmetro IBSCBS-CLASSTRIB em
      *> pd04700; ausente ou inativo assume "000001" (tributação
      *> integral). Executada uma vez na inicialização da emissão.
       9000-carregar-class-trib-padrao section.

            move "000001"                           to ws-cd-class-trib-padrao
            move spaces                             to ws-cd-class-trib-natureza

            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lnk-cd-filial                      to f04700-cd-filial
            move "IBSCBS-CLASSTRIB"                 to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-texto(1:6) <> spaces
                 move f04700-valor-texto(1:6)       to ws-cd-class-trib-padrao
            end-if

       exit.

      *>=================================================================================
      *> IBS (UF e município) e CBS do item em wf05100: o cClassTrib da
      *> natureza de operação prevalece sobre o do produto (carregado
      *> pelo chamador em ws-cd-class-trib-produto) e, sem nenhum dos
      *> dois, vale o padrão da filial. A redução do código incide
      *> sobre as alíquotas; a base é o valor do item. Código sem
      *> cadastro ou inativo deixa o item sem IBS/CBS. Os valores são
      *> acumulados no mestre (wf05000) e, no ano de teste, não compõem
      *> o total da nota.
       9000-calcular-ibs-cbs-item section.

            move zeros                              to wf05100-cst-ibs-cbs
            move zeros                              to wf05100-base-ibs-cbs
            move zeros                              to wf05100-aliq-ibs-uf
            move zeros                              to wf05100-valor-ibs-uf
            move zeros                              to wf05100-aliq-ibs-mun
            move zeros                              to wf05100-valor-ibs-mun
            move zeros                              to wf05100-aliq-cbs
            move zeros                              to wf05100-valor-cbs

            evaluate true
                 when ws-cd-class-trib-natureza <> spaces
                      move ws-cd-class-trib-natureza to wf05100-cd-class-trib
                 when ws-cd-class-trib-produto <> spaces
                      move ws-cd-class-trib-produto  to wf05100-cd-class-trib
                 when other
                      move ws-cd-class-trib-padrao   to wf05100-cd-class-trib
            end-evaluate

            initialize                              f13400-class-trib
            move lnk-cd-empresa                     to f13400-cd-empresa
            move lnk-cd-filial                      to f13400-cd-filial
            move wf05100-cd-class-trib              to f13400-cd-class-trib
            perform 9000-ler-pd13400-ran
            if   not ws-operacao-ok
            or   not f13400-class-trib-ativa
                 move "00"                          to ws-resultado-acesso
                 exit section
            end-if

            compute ws-aliq-ibs-uf-efetiva  rounded =
                    f13400-aliq-ibs-uf  * (100 - f13400-perc-reducao) / 100
            compute ws-aliq-ibs-mun-efetiva rounded =
                    f13400-aliq-ibs-mun * (100 - f13400-perc-reducao) / 100
            compute ws-aliq-cbs-efetiva     rounded =
                    f13400-aliq-cbs     * (100 - f13400-perc-reducao) / 100

            move f13400-cst-ibs-cbs                 to wf05100-cst-ibs-cbs
            move wf05100-valor-total                to wf05100-base-ibs-cbs
            move ws-aliq-ibs-uf-efetiva             to wf05100-aliq-ibs-uf
            move ws-aliq-ibs-mun-efetiva            to wf05100-aliq-ibs-mun
            move ws-aliq-cbs-efetiva                to wf05100-aliq-cbs

            compute wf05100-valor-ibs-uf  rounded =
                    wf05100-base-ibs-cbs * wf05100-aliq-ibs-uf  / 100
            compute wf05100-valor-ibs-mun rounded =
                    wf05100-base-ibs-cbs * wf05100-aliq-ibs-mun / 100
            compute wf05100-valor-cbs     rounded =
                    wf05100-base-ibs-cbs * wf05100-aliq-cbs     / 100

            add  wf05100-base-ibs-cbs               to wf05000-base-ibs-cbs
            add  wf05100-valor-ibs-uf               to wf05000-valor-ibs-uf
            add  wf05100-valor-ibs-mun              to wf05000-valor-ibs-mun
            add  wf05100-valor-cbs                  to wf05000-valor-cbs

       exit.

      *>=================================================================================
      *> Abertura do cadastro de cClassTrib para leitura na emissão -
      *> criado vazio na primeira execução (itens saem sem IBS/CBS até
      *> o cadastro ser preenchido).
       9000-abrir-class-trib-emissao section.

            string lnk-dat-path delimited   by "  " "\EFD134.DAT" into wid-pd13400
            open i-o pd13400
            if   ws-arquivo-inexistente
                 open output pd13400
                 close pd13400
                 open i-o pd13400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD134.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.
