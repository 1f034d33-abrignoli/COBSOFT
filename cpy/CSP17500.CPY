      *>=================================================================================
      *> Rotinas Genéricas - Estrutura de produto vigente por revisão
      *>=================================================================================
      *> Abertura das revisões de estrutura (pd17500/pd17600) para
      *> consulta - criadas vazias na primeira execução.
       9000-abrir-estrutura-vigente section.

            string lnk-dat-path delimited   by "  " "\EFD175.DAT" into wid-pd17500
            open input pd17500
            if   ws-arquivo-inexistente
                 open output pd17500
                 close pd17500
                 open input pd17500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD175.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD176.DAT" into wid-pd17600
            open input pd17600
            if   ws-arquivo-inexistente
                 open output pd17600
                 close pd17600
                 open input pd17600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD176.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
      *> Revisão aprovada de ws-cd-produto-estrutura vigente em
      *> ws-data-estrutura: a de início mais recente até a data. Data
      *> anterior à primeira revisão aprovada fica com a primeira - a
      *> pd03300 já é a estrutura em elaboração da engenharia.
       9000-revisao-vigente section.

            move zeros                              to ws-nr-revisao-estrutura

            initialize                              f17500-revisao-estrutura
            move lnk-cd-empresa                     to f17500-cd-empresa
            move lnk-cd-filial                      to f17500-cd-filial
            move ws-cd-produto-estrutura            to f17500-cd-produto
            move 9999                               to f17500-nr-revisao
            perform 9000-str-pd17500-ngrt
            if   ws-operacao-ok
                 perform 9000-ler-pd17500-pre
            end-if

            perform until not ws-operacao-ok
                          or f17500-cd-empresa <> lnk-cd-empresa
                          or f17500-cd-filial  <> lnk-cd-filial
                          or f17500-cd-produto <> ws-cd-produto-estrutura

                 if   f17500-revisao-aprovada
                      move f17500-nr-revisao        to ws-nr-revisao-estrutura
                      if   f17500-data-inicio-vigencia not greater ws-data-estrutura
                           exit perform
                      end-if
                 end-if

                 perform 9000-ler-pd17500-pre

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Primeiro componente da estrutura do produto em f03300-cd-produto
      *> (empresa e filial também em f03300, como na leitura direta de
      *> pd03300) segundo ws-nr-revisao-estrutura. O componente da
      *> revisão é entregue no registro f03300, sempre ativo; fim da
      *> estrutura sai como fim de arquivo.
       9000-primeiro-componente section.

            if   ws-nr-revisao-estrutura equal zeros
                 perform 9000-str-pd03300-grt
                 perform 9000-ler-pd03300-nex
                 exit section
            end-if

            initialize                              f17600-componente-revisao
            move f03300-cd-empresa                  to f17600-cd-empresa
            move f03300-cd-filial                   to f17600-cd-filial
            move f03300-cd-produto                  to f17600-cd-produto
            move ws-nr-revisao-estrutura            to f17600-nr-revisao
            perform 9000-str-pd17600-grt
            perform 9000-ler-pd17600-nex
            perform 9000-componente-da-revisao

       exit.

      *>=================================================================================
       9000-proximo-componente section.

            if   ws-nr-revisao-estrutura equal zeros
                 perform 9000-ler-pd03300-nex
                 exit section
            end-if

            perform 9000-ler-pd17600-nex
            perform 9000-componente-da-revisao

       exit.

      *>=================================================================================
       9000-componente-da-revisao section.

            if   not ws-operacao-ok
                 exit section
            end-if

            if   f17600-cd-empresa  <> f03300-cd-empresa
            or   f17600-cd-filial   <> f03300-cd-filial
            or   f17600-cd-produto  <> f03300-cd-produto
            or   f17600-nr-revisao  <> ws-nr-revisao-estrutura
                 move "10"                          to ws-resultado-acesso
                 exit section
            end-if

            move f17600-cd-material                 to f03300-cd-material
            move f17600-qtde-componente             to f03300-qtde-componente
            set  f03300-componente-ativo            to true

       exit.
