      $set sourceformat"free"
       program-id. CS00133S.
      *>=================================================================================
      *>
      *>             Geração do Lote de Guias GNRE - ICMS-ST Interestadual
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS13600.cpy.
       copy CSS05000.cpy.
       copy CSS00700.cpy.
       copy CSS00901.cpy.

             select arqgnre assign to disk wid-arqgnre
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF13600.cpy.
       copy CSF05000.cpy.
       copy CSF00700.cpy.
       copy CSF00901.cpy.

       fd   arqgnre.

       01   rl-registro-gnre.
            03 rl-linha-gnre                       pic x(400).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00133S".
       78   c-descricao-programa                   value "LOTE DE GUIAS GNRE".
       78   c-versao-leiaute-gnre                  value "2.00".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-geracao                     pic 9(08).
            03 ws-data-gnre                        pic x(10).
            03 ws-valor-gnre                       pic 9(09)v9(02).
            03 filler redefines ws-valor-gnre.
               05 ws-valor-gnre-inteiro            pic 9(09).
               05 ws-valor-gnre-centavos           pic 9(02).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-qtde-x                           pic zzz.zz9.
            03 ws-nr-guias-lote                    pic 9(06).
            03 ws-nr-guias-aguardando              pic 9(06).
            03 ws-valor-total-lote                 pic 9(11)v9(02).
            03 ws-id-fim-guias                     pic x(01).
               88 ws-fim-guias                          value "S" false "N".

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
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd00700

            initialize                              f00700-empresa
            move lnk-cd-empresa                     to f00700-cd-empresa
            move lnk-cd-filial                      to f00700-cd-filial
            perform 9000-ler-pd00700-ran
            if   not ws-operacao-ok
                 initialize                         f00700-empresa
            end-if

            accept ws-data-geracao                  from date yyyymmdd

            move zeros                              to ws-nr-guias-lote
            move zeros                              to ws-nr-guias-aguardando
            move zeros                              to ws-valor-total-lote

       exit.

      *>=================================================================================
      *> Monta o lote de guias GNRE (leiaute TLote_GNRE simplificado) com
      *> as guias pendentes da filial cuja nota de saída de origem já
      *> está autorizada na SEFAZ - a chave de acesso vai como documento
      *> de origem. Guia de nota ainda pendente/rejeitada fica para o
      *> próximo lote; guia incluída no lote passa a "G" com a data de
      *> geração. O arquivo é transmitido pelo portal GNRE e o título a
      *> pagar (faixa 960.000.000) já foi criado na emissão da nota.
       2000-processamento section.

            perform 2100-abrir-arquivo-gnre

            move spaces                             to rl-linha-gnre
            string "<?xml version=" quote "1.0" quote " encoding=" quote "UTF-8" quote "?>"
                   into rl-linha-gnre
            perform 9100-gravar-linha-gnre
            string "<TLote_GNRE versao=" quote c-versao-leiaute-gnre quote
                   " xmlns=" quote "http://www.gnre.pe.gov.br" quote "><guias>"
                   into rl-linha-gnre
            perform 9100-gravar-linha-gnre

            initialize                              f13600-guia-gnre
            move lnk-cd-empresa                     to f13600-cd-empresa
            move lnk-cd-filial                      to f13600-cd-filial
            perform 9000-str-pd13600-grt
            set  ws-fim-guias                       to false

            perform until ws-fim-guias

                 perform 9000-ler-pd13600-nex
                 if   not ws-operacao-ok
                 or   f13600-cd-empresa <> lnk-cd-empresa
                 or   f13600-cd-filial  <> lnk-cd-filial
                      set ws-fim-guias              to true
                 else
                      if   f13600-guia-pendente
                           perform 2200-incluir-guia-lote
                      end-if
                 end-if

            end-perform

            move spaces                             to rl-linha-gnre
            move "</guias></TLote_GNRE>"            to rl-linha-gnre
            perform 9100-gravar-linha-gnre

            close arqgnre

            perform 2900-relatorio-lote

            if   ws-nr-guias-lote equal zeros
                 move "Nenhuma guia GNRE pendente com nota autorizada - lote gerado vazio." to ws-mensagem
            else
                 move ws-nr-guias-lote              to ws-qtde-x
                 move ws-valor-total-lote           to ws-valor-x
                 string "Lote GNRE gerado: " ws-qtde-x " guia(s) - total R$ " ws-valor-x into ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-abrir-arquivo-gnre section.

            move spaces                              to wid-arqgnre
            string lnk-int-path delimited by "  " "\GNRE_"
                   lnk-cd-empresa "_" lnk-cd-filial "_" ws-data-geracao ".XML"
                   delimited by "  " into wid-arqgnre

            open output arqgnre
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo do lote GNRE - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
       2200-incluir-guia-lote section.

            initialize                              f05000-mestre-nota-fiscal
            move f13600-cd-empresa                  to f05000-cd-empresa
            move f13600-cd-filial                   to f05000-cd-filial
            set  f05000-nota-saida                  to true
            move f13600-numero-documento            to f05000-numero-documento
            move f13600-serie-documento             to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   not ws-operacao-ok
            or   not f05000-nfe-autorizada
                 add 1                              to ws-nr-guias-aguardando
                 exit section
            end-if

            move f13600-valor-guia                  to ws-valor-gnre

            move spaces                             to rl-linha-gnre
            string "<TDadosGNRE versao=" quote c-versao-leiaute-gnre quote ">"
                   "<ufFavorecida>" f13600-uf-favorecida "</ufFavorecida>"
                   "<tipoGnre>0</tipoGnre>"
                   into rl-linha-gnre
            perform 9100-gravar-linha-gnre

            string "<contribuinteEmitente><identificacao><CNPJ>" f00700-cnpj "</CNPJ></identificacao>"
                   "<razaoSocial>" f00700-razao-social delimited by "  "
                   "</razaoSocial></contribuinteEmitente>"
                   delimited by size into rl-linha-gnre
            perform 9100-gravar-linha-gnre

            move f13600-data-vencimento             to ws-data-inv
            perform 9000-formatar-data-gnre
            string "<itensGNRE><item><receita>" f13600-cd-receita "</receita>"
                   "<documentoOrigem tipo=" quote "10" quote ">" f05000-chave-acesso delimited by " "
                   "</documentoOrigem>"
                   "<dataVencimento>" ws-data-gnre "</dataVencimento>"
                   delimited by size into rl-linha-gnre
            perform 9100-gravar-linha-gnre

            string "<valor tipo=" quote "11" quote ">" ws-valor-gnre-inteiro "." ws-valor-gnre-centavos "</valor>"
                   "</item></itensGNRE>"
                   "<valorGNRE>" ws-valor-gnre-inteiro "." ws-valor-gnre-centavos "</valorGNRE>"
                   into rl-linha-gnre
            perform 9100-gravar-linha-gnre

            move ws-data-geracao                    to ws-data-inv
            perform 9000-formatar-data-gnre
            string "<dataPagamento>" ws-data-gnre "</dataPagamento></TDadosGNRE>"
                   into rl-linha-gnre
            perform 9100-gravar-linha-gnre

            set  f13600-guia-gerada                 to true
            move ws-data-geracao                    to f13600-data-geracao-lote
            perform 9000-regravar-pd13600
            if   not ws-operacao-ok
                 string "Erro ao atualizar guia GNRE da nota " f13600-numero-documento " - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            add  1                                  to ws-nr-guias-lote
            add  f13600-valor-guia                  to ws-valor-total-lote

       exit.

      *>=================================================================================
       2900-relatorio-lote section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "LOTE GNRE - EMPRESA " lnk-cd-empresa " FILIAL " lnk-cd-filial
                   " GERACAO " ws-data-geracao      into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f13600-guia-gnre
            move lnk-cd-empresa                     to f13600-cd-empresa
            move lnk-cd-filial                      to f13600-cd-filial
            perform 9000-str-pd13600-grt
            set  ws-fim-guias                       to false

            perform until ws-fim-guias

                 perform 9000-ler-pd13600-nex
                 if   not ws-operacao-ok
                 or   f13600-cd-empresa <> lnk-cd-empresa
                 or   f13600-cd-filial  <> lnk-cd-filial
                      set ws-fim-guias              to true
                 else
                      if   f13600-guia-gerada
                      and  f13600-data-geracao-lote equal ws-data-geracao
                           move f13600-valor-guia   to ws-valor-x
                           move spaces              to rl-linha-relatorio
                           string "NOTA " f13600-numero-documento "/" f13600-serie-documento
                                  " UF " f13600-uf-favorecida
                                  " RECEITA " f13600-cd-receita
                                  " VENCTO " f13600-data-vencimento
                                  " TITULO " f13600-nr-titulo-pagar
                                  " VALOR " ws-valor-x
                                  into rl-linha-relatorio
                           perform 9000-imprimir-linha-relatorio
                      end-if
                 end-if

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-guias-lote                   to ws-qtde-x
            move ws-valor-total-lote                to ws-valor-x
            string "  GUIAS NO LOTE......: " ws-qtde-x "  TOTAL R$ " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-guias-aguardando             to ws-qtde-x
            string "  AGUARDANDO NF-E....: " ws-qtde-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd13600
            close pd05000
            close pd00700

       exit.

      *>=================================================================================
      *> Data AAAAMMDD (ws-data-inv) no formato AAAA-MM-DD do leiaute
       9000-formatar-data-gnre section.

            move spaces                             to ws-data-gnre
            string ws-ano-inv "-" ws-mes-inv "-" ws-dia-inv into ws-data-gnre

       exit.

      *>=================================================================================
       9100-gravar-linha-gnre section.

            write rl-registro-gnre
            move spaces                             to rl-linha-gnre

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR13600.cpy.
       copy CSR05000.cpy.
       copy CSR00700.cpy.
