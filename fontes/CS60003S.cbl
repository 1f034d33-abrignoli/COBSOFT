       copy CSS03100.cpy.
       copy CSS06000.cpy.
       copy CSS05800.cpy.
       copy CSS17300.cpy.
       copy CSS17500.cpy.
       copy CSS17600.cpy.

      *>=================================================================================
       data division.
       copy CSF03100.cpy.
       copy CSF06000.cpy.
       copy CSF05800.cpy.
       copy CSF17300.cpy.
       copy CSF17500.cpy.
       copy CSF17600.cpy.

      *>=================================================================================
       working-storage section.
       78   c-max-niveis-explosao                  value 5.

       copy CSW00900.cpy.
       copy CSW17500.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-rodada                        pic 9(09).
            03 ws-ano-mes-hist                     pic 9(06).
            03 ws-ano-hist                         pic 9(04).
            03 ws-mes-hist                         pic 9(02).
            03 ws-ano-mes-previsao                 pic 9(06).
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-mes-seguinte                pic 9(08).
            03 ws-data-necessidade                 pic 9(08).
            03 ws-qtde-media-historico             pic 9(09)v9(04).
            03 ws-qtde-liquida                     pic s9(09)v9(04).
            03 ws-qtde-coberta                     pic s9(09)v9(04).
               88 ws-processou-algo                    value "S" false "N".

      *> Demanda bruta acumulada por produto, com o nível da explosão
      *> em que entrou, a marca de já processado, a de demanda vinda
      *> da previsão aprovada (que substitui a média do histórico) e a
      *> data da necessidade mais cedo - a carteira de orçamentos é
      *> necessidade imediata, previsão e histórico o mês seguinte e o
      *> componente herda a data do produto que o consome. A estrutura
      *> explodida é a revisão vigente nessa data (pd17500).
       01   ws-tabela-demandas.
            03 ws-demanda                          occurs 500 times.
               05 ws-dem-cd-produto                pic 9(09).
               05 ws-dem-qtde-sugerida             pic 9(09)v9(04).
               05 ws-dem-nivel                     pic 9(01).
               05 ws-dem-id-processada             pic x(01).
               05 ws-dem-id-prevista               pic x(01).
               05 ws-dem-data-necessidade          pic 9(08).

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            perform 9000-abrir-i-pd06000
            perform 9000-abrir-i-pd05800

            string lnk-dat-path delimited   by "  " "\EFD173.DAT" into wid-pd17300
            open input pd17300
            if   ws-arquivo-inexistente
                 open output pd17300
                 close pd17300
                 open input pd17300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD173.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-estrutura-vigente

            accept ws-data-hoje                     from date yyyymmdd

            initialize                              ws-tabela-demandas
            move zeros                              to ws-nr-demandas
            move zeros                              to ws-nr-sequencia-sug

      *>=================================================================================
      *> Rodada de MRP: a demanda parte dos orçamentos de venda abertos
      *> (pd05600/pd05700) somada à previsão de demanda aprovada do mês
      *> seguinte (pd17300) ou, sem ela, à média mensal de venda do
      *> último trimestre (estatísticas pd05800); nível a nível o líquido (demanda menos
      *> disponível não reservado, menos compras em aberto, menos
      *> ordens em andamento) vira sugestão - de produção quando o
      *> produto tem estrutura (explodindo os componentes no nível
            move lk-seq-valor                       to ws-nr-rodada

            perform 2100-carregar-demanda-orcamentos
            perform 2170-carregar-previsao-aprovada
            perform 2150-carregar-demanda-historico

            if   ws-nr-demandas equal zeros
                 move zeros                         to ws-dem-qtde-sugerida(ws-ix)
                 move 1                             to ws-dem-nivel(ws-ix)
                 move "N"                           to ws-dem-id-processada(ws-ix)
                 move "N"                           to ws-dem-id-prevista(ws-ix)
            end-if

            add  f05700-quantidade                  to ws-dem-qtde(ws-ix)

            move ws-data-hoje                       to ws-data-necessidade
            perform 2190-data-necessidade

       exit.

      *>=================================================================================
      *> Demanda do histórico de vendas: média mensal da quantidade
      *> vendida nas três competências anteriores (pd05800), somada à
      *> demanda de cada produto - é a previsão de reposição de quem
      *> vende de prateleira, não só por orçamento. Produto com
      *> previsão aprovada já tem a demanda do mês e não recebe a média.
       2150-carregar-demanda-historico section.

            accept ws-data-inv                      from date yyyymmdd
                 end-if
            end-perform

            if   ws-achou
            and  ws-dem-id-prevista(ws-ix) equal "S"
                 exit section
            end-if

            if   not ws-achou
                 if   ws-nr-demandas not less c-max-demandas
                      exit section
                 move zeros                         to ws-dem-qtde-sugerida(ws-ix)
                 move 1                             to ws-dem-nivel(ws-ix)
                 move "N"                           to ws-dem-id-processada(ws-ix)
                 move "N"                           to ws-dem-id-prevista(ws-ix)
            end-if

            add  ws-qtde-media-historico            to ws-dem-qtde(ws-ix)

            move ws-data-mes-seguinte               to ws-data-necessidade
            perform 2190-data-necessidade

       exit.

      *>=================================================================================

            set  ws-tem-estrutura                   to false

            move ws-dem-cd-produto(ws-ix)           to ws-cd-produto-estrutura
            move ws-dem-data-necessidade(ws-ix)     to ws-data-estrutura
            perform 9000-revisao-vigente

            initialize                              f03300-estrutura-produto
            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move ws-dem-cd-produto(ws-ix)           to f03300-cd-produto
            perform 9000-primeiro-componente

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa
                      perform 2230-somar-demanda-componente
                 end-if

                 perform 9000-proximo-componente

            end-perform


       exit.

      *>=================================================================================
      *> Previsão de demanda aprovada do mês seguinte (CS20024S /
      *> CS20025C): a quantidade aprovada entra como demanda do produto
      *> no lugar da média do histórico.
       2170-carregar-previsao-aprovada section.

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:4)                   to ws-ano-hist
            move ws-data-inv(5:2)                   to ws-mes-hist
            if   ws-mes-hist equal 12
                 move 01                            to ws-mes-hist
                 add  1                             to ws-ano-hist
            else
                 add  1                             to ws-mes-hist
            end-if
            compute ws-ano-mes-previsao =
                    ws-ano-hist * 100 + ws-mes-hist
            compute ws-data-mes-seguinte =
                    ws-ano-mes-previsao * 100 + 1

            initialize                              f17300-previsao-demanda
            move lnk-cd-empresa                     to f17300-cd-empresa
            move lnk-cd-filial                      to f17300-cd-filial
            move ws-ano-mes-previsao                to f17300-ano-mes
            perform 9000-str-pd17300-grt
            perform 9000-ler-pd17300-nex

            perform until not ws-operacao-ok
                          or f17300-cd-empresa <> lnk-cd-empresa
                          or f17300-cd-filial  <> lnk-cd-filial
                          or f17300-ano-mes    <> ws-ano-mes-previsao

                 if   f17300-previsao-aprovada
                 and  f17300-qtde-aprovada greater zeros
                      perform 2180-somar-previsao-aprovada
                 end-if

                 perform 9000-ler-pd17300-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2180-somar-previsao-aprovada section.

            set  ws-achou                           to false
            perform varying ws-ix from 1 by 1 until ws-ix > ws-nr-demandas
                 if   ws-dem-cd-produto(ws-ix) equal f17300-cd-produto
                      set ws-achou                  to true
                      exit perform
                 end-if
            end-perform

            if   not ws-achou
                 if   ws-nr-demandas not less c-max-demandas
                      exit section
                 end-if
                 add  1                             to ws-nr-demandas
                 move ws-nr-demandas                to ws-ix
                 move f17300-cd-produto             to ws-dem-cd-produto(ws-ix)
                 move zeros                         to ws-dem-qtde(ws-ix)
                 move zeros                         to ws-dem-qtde-sugerida(ws-ix)
                 move 1                             to ws-dem-nivel(ws-ix)
                 move "N"                           to ws-dem-id-processada(ws-ix)
            end-if

            move "S"                                to ws-dem-id-prevista(ws-ix)
            add  f17300-qtde-aprovada               to ws-dem-qtde(ws-ix)

            move ws-data-mes-seguinte               to ws-data-necessidade
            perform 2190-data-necessidade

       exit.

      *>=================================================================================
      *> Mantém na linha ws-ix a data de necessidade mais cedo
       2190-data-necessidade section.

            if   ws-dem-data-necessidade(ws-ix) equal zeros
            or   ws-dem-data-necessidade(ws-ix) greater ws-data-necessidade
                 move ws-data-necessidade           to ws-dem-data-necessidade(ws-ix)
            end-if

       exit.

      *>=================================================================================
       2230-somar-demanda-componente section.

                 compute ws-dem-nivel(ws-ix-2) =
                         ws-nivel-atual + 1
                 move "N"                           to ws-dem-id-processada(ws-ix-2)
                 move "N"                           to ws-dem-id-prevista(ws-ix-2)
                 move zeros                         to ws-dem-data-necessidade(ws-ix-2)
            end-if

            if   ws-dem-data-necessidade(ws-ix-2) equal zeros
            or   ws-dem-data-necessidade(ws-ix-2) greater ws-dem-data-necessidade(ws-ix)
                 move ws-dem-data-necessidade(ws-ix) to ws-dem-data-necessidade(ws-ix-2)
            end-if

      *> Componente que já havia sido explodido em nível anterior e
            close pd03100
            close pd06000
            close pd05800
            close pd17300
            close pd17500
            close pd17600

       exit.

      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP17500.cpy.

      *>=================================================================================
      *> Leituras
       copy CSR03100.cpy.
       copy CSR06000.cpy.
       copy CSR05800.cpy.
       copy CSR17300.cpy.
       copy CSR17500.cpy.
       copy CSR17600.cpy.
