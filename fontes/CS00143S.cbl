      $set sourceformat"free"
       program-id. CS00143S.
      *>=================================================================================
      *>
      *>                    Serviço de Promoções - Melhor Preço
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS17100.cpy.
       copy CSS17200.cpy.

      *>=================================================================================
       data division.

       copy CSF17100.cpy.
       copy CSF17200.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00143S".
       78   c-descricao-programa                   value "SERVICO PROMOCOES".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-hoje                        pic 9(08).
            03 ws-hora-agora.
               05 ws-hhmm-agora                    pic 9(04).
               05 filler                           pic 9(04).
            03 ws-momento-venda                    pic 9(12).
            03 ws-momento-inicio                   pic 9(12).
            03 ws-momento-fim                      pic 9(12).
            03 ws-cd-produto-busca                 pic 9(09).
            03 ws-ix-filial                        pic 9(02) comp.
            03 ws-nr-grupos                        pic 9(09).
            03 ws-valor-cheio                      pic 9(11)v9(02).
            03 ws-valor-promocao                   pic 9(11)v9(02).
            03 ws-id-filial                        pic x(01).
               88 ws-filial-valida                     value "S" false "N".
            03 ws-id-todas-filiais                 pic x(01).
               88 ws-todas-filiais                     value "S" false "N".

      *> Recebido e devolvido em lnk-linha-comando: o produto (e o
      *> produto-pai, para SKU de grade herdar as promoções do pai), a
      *> quantidade e o preço unitário sem promoção. Devolve a promoção
      *> de menor valor total para a quantidade - preço unitário e total
      *> do item - ou retorno "N" quando nenhuma é vantajosa.
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
            move lnk-linha-comando                  to lk-parametros-promocao
            move zeros                              to lk-prm-nr-promocao
                                                       lk-prm-vl-unitario
                                                       lk-prm-vl-total
            move spaces                             to lk-prm-ds-promocao
                                                       lk-prm-tipo-promocao
            set  lk-prm-sem-promocao                to true

            if   lk-prm-cd-filial equal zeros
                 move lnk-cd-filial                 to lk-prm-cd-filial
            end-if

            string lnk-dat-path delimited   by "  " "\EFD171.DAT" into wid-pd17100
            open input pd17100
            if   ws-arquivo-inexistente
                 open output pd17100
                 close pd17100
                 open input pd17100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD171.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD172.DAT" into wid-pd17200
            open input pd17200
            if   ws-arquivo-inexistente
                 open output pd17200
                 close pd17200
                 open input pd17200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD172.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-hoje                     from date yyyymmdd
            accept ws-hora-agora                    from time
            compute ws-momento-venda = ws-data-hoje * 10000 + ws-hhmm-agora

       exit.

      *>=================================================================================
      *> Percorre as promoções do produto (e do pai) pela chave
      *> alternativa de pd17200 e fica com a de menor total.
       2000-processamento section.

            if   lk-prm-qtde equal zeros
            or   lk-prm-vl-unitario-base equal zeros
                 move lk-parametros-promocao        to lnk-linha-comando
                 exit section
            end-if

            compute ws-valor-cheio rounded =
                    lk-prm-qtde * lk-prm-vl-unitario-base
            move ws-valor-cheio                     to lk-prm-vl-total

            move lk-prm-cd-produto                  to ws-cd-produto-busca
            perform 2100-promocoes-produto

            if   lk-prm-cd-produto-pai greater zeros
            and  lk-prm-cd-produto-pai not equal lk-prm-cd-produto
                 move lk-prm-cd-produto-pai         to ws-cd-produto-busca
                 perform 2100-promocoes-produto
            end-if

            if   lk-prm-aplicada
                 compute lk-prm-vl-unitario rounded =
                         lk-prm-vl-total / lk-prm-qtde
            else
                 move lk-prm-vl-unitario-base       to lk-prm-vl-unitario
                 move ws-valor-cheio                to lk-prm-vl-total
            end-if

            move lk-parametros-promocao             to lnk-linha-comando

       exit.

      *>=================================================================================
       2100-promocoes-produto section.

            initialize                              f17200-produto-promocao
            move lnk-cd-empresa                     to f17200-cd-empresa
            move ws-cd-produto-busca                to f17200-cd-produto
            move zeros                              to f17200-nr-promocao
            perform 9000-str-pd17200-grt-1
            perform 9000-ler-pd17200-nex

            perform until not ws-operacao-ok
                          or f17200-cd-empresa <> lnk-cd-empresa
                          or f17200-cd-produto <> ws-cd-produto-busca

                 initialize                         f17100-promocao
                 move lnk-cd-empresa                to f17100-cd-empresa
                 move f17200-nr-promocao            to f17100-nr-promocao
                 perform 9000-ler-pd17100-ran
                 if   ws-operacao-ok
                 and  f17100-promocao-ativa
                      perform 2200-avaliar-promocao
                 end-if

                 perform 9000-ler-pd17200-nex

            end-perform

       exit.

      *>=================================================================================
      *> Vigência por data e hora (hora final zerada = até o fim do dia),
      *> filial e o valor total do item pela regra da promoção.
       2200-avaliar-promocao section.

            compute ws-momento-inicio = f17100-data-inicio * 10000 + f17100-hora-inicio
            if   f17100-hora-fim equal zeros
                 compute ws-momento-fim = f17100-data-fim * 10000 + 2359
            else
                 compute ws-momento-fim = f17100-data-fim * 10000 + f17100-hora-fim
            end-if

            if   ws-momento-venda less ws-momento-inicio
            or   ws-momento-venda greater ws-momento-fim
                 exit section
            end-if

            set  ws-filial-valida                   to false
            set  ws-todas-filiais                   to true
            perform varying ws-ix-filial from 1 by 1 until ws-ix-filial > 10
                 if   f17100-cd-filial-valida(ws-ix-filial) greater zeros
                      set  ws-todas-filiais         to false
                      if   f17100-cd-filial-valida(ws-ix-filial) equal lk-prm-cd-filial
                           set ws-filial-valida     to true
                           exit perform
                      end-if
                 end-if
            end-perform
            if   not ws-filial-valida
            and  not ws-todas-filiais
                 exit section
            end-if

            move ws-valor-cheio                     to ws-valor-promocao

            evaluate true
                 when f17100-percentual
                      compute ws-valor-promocao rounded =
                              ws-valor-cheio * (1 - f17100-perc-desconto / 100)
                 when f17100-preco-fixo
                      if   f17100-vl-preco-fixo greater zeros
                           compute ws-valor-promocao rounded =
                                   lk-prm-qtde * f17100-vl-preco-fixo
                      end-if
      *> Leve X pague Y: a cada X unidades inteiras, X - Y saem de graça
                 when f17100-leve-pague
                      if   f17100-qtde-leve greater f17100-qtde-pague
                      and  f17100-qtde-pague greater zeros
                           divide lk-prm-qtde by f17100-qtde-leve giving ws-nr-grupos
                           compute ws-valor-promocao rounded =
                                   (lk-prm-qtde - ws-nr-grupos
                                   * (f17100-qtde-leve - f17100-qtde-pague))
                                   * lk-prm-vl-unitario-base
                      end-if
      *> Segunda unidade: a cada par, uma unidade com Z% de desconto
                 when f17100-segunda-unidade
                      divide lk-prm-qtde by 2 giving ws-nr-grupos
                      compute ws-valor-promocao rounded =
                              ws-valor-cheio - ws-nr-grupos
                              * lk-prm-vl-unitario-base * f17100-perc-desconto / 100
            end-evaluate

            if   ws-valor-promocao less lk-prm-vl-total
                 move ws-valor-promocao             to lk-prm-vl-total
                 move f17100-nr-promocao            to lk-prm-nr-promocao
                 move f17100-descricao              to lk-prm-ds-promocao
                 move f17100-tipo-promocao          to lk-prm-tipo-promocao
                 set  lk-prm-aplicada               to true
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd17100
            close pd17200

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR17100.cpy.
       copy CSR17200.cpy.
