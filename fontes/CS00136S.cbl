      $set sourceformat"free"
       program-id. CS00136S.
      *>=================================================================================
      *>
      *>            Depreciação Mensal do Ativo Imobilizado e Apropriação do CIAP
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS13900.cpy.
       copy CSS14000.cpy.
       copy CSS09200.cpy.
       copy CSS05000.cpy.
       copy CSS04700.cpy.
       copy CSS14200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF13900.cpy.
       copy CSF14000.cpy.
       copy CSF09200.cpy.
       copy CSF05000.cpy.
       copy CSF04700.cpy.
       copy CSF14200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00136S".
       78   c-descricao-programa                   value "DEPRECIACAO E CIAP".
       78   c-parcelas-ciap                        value 48.

       copy CSW00900.cpy.
       copy CSW14200.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-ativo                    pic 9(06).
            03 filler redefines ws-ano-mes-ativo.
               05 ws-ano-ativo                     pic 9(04).
               05 ws-mes-ativo                     pic 9(02).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-ultimo-dia                       pic 9(02).
            03 ws-resto-bissexto                   pic 9(04).
            03 ws-quociente-bissexto               pic 9(04).
            03 ws-nr-sequencia                     pic 9(07).
            03 ws-cd-parametro                     pic x(20).
            03 ws-valor-depreciacao                pic 9(11)v9(02).
            03 ws-valor-residual                   pic 9(11)v9(02).
            03 ws-valor-parcela-base               pic 9(09)v9(02).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-contagem-x                       pic z(04)9.
            03 ws-indice-x                         pic 9,9999.

       01   ws-indice-saidas.
            03 ws-valor-saidas-tributadas          pic 9(11)v9(02).
            03 ws-valor-saidas-total               pic 9(11)v9(02).
            03 ws-indice-saidas-mes                pic 9(01)v9(08).

       01   ws-resumo-ativo.
            03 ws-nr-bens-depreciados              pic 9(05).
            03 ws-nr-bens-ciap                     pic 9(05).
            03 ws-nr-bens-baixados                 pic 9(05).
            03 ws-nr-bens-ja-processados           pic 9(05).
            03 ws-tot-depreciacao                  pic 9(11)v9(02).
            03 ws-tot-parcelas-ciap                pic 9(11)v9(02).
            03 ws-tot-ciap-apropriado              pic 9(11)v9(02).

      *> Contas gerenciais da depreciação - parâmetros CTB-* em pd04700,
      *> com os padrões do plano sugerido quando não parametrizado
       01   ws-contas-ativo.
            03 ws-conta-depreciacao                pic 9(05) value 42500.
            03 ws-conta-depreciacao-acum           pic 9(05) value 13900.

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

            string lnk-dat-path delimited   by "  " "\EFD139.DAT" into wid-pd13900
            open i-o pd13900
            if   ws-arquivo-inexistente
                 open output pd13900
                 close pd13900
                 open i-o pd13900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD139.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD140.DAT" into wid-pd14000
            open i-o pd14000
            if   ws-arquivo-inexistente
                 open output pd14000
                 close pd14000
                 open i-o pd14000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD140.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD092.DAT" into wid-pd09200
            open i-o pd09200
            if   ws-arquivo-inexistente
                 open output pd09200
                 close pd09200
                 open i-o pd09200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD092.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-periodo-contabil

      *> Competência padrão: mês anterior ao corrente
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-ativo
            if   ws-mes-ativo equal 01
                 move 12                            to ws-mes-ativo
                 subtract 1                         from ws-ano-ativo
            else
                 subtract 1                         from ws-mes-ativo
            end-if

            if   lnk-execucao-foreground
                 display "Competencia (AAAAMM):"     at line 27 col 03
                 accept ws-ano-mes-ativo            at line 27 col 29 with update auto-skip
            end-if

            perform 1100-ultimo-dia-mes
            compute ws-data-inicial = ws-ano-mes-ativo * 100 + 01
            compute ws-data-final   = ws-ano-mes-ativo * 100 + ws-ultimo-dia

            perform 1200-carregar-contas-ativo

            initialize                              ws-resumo-ativo
            initialize                              ws-indice-saidas

       exit.

      *>=================================================================================
      *> Os lançamentos da depreciação são datados no último dia da
      *> competência
       1100-ultimo-dia-mes section.

            evaluate ws-mes-ativo
                 when 02
                      divide ws-ano-ativo by 4 giving ws-quociente-bissexto
                             remainder ws-resto-bissexto
                      if   ws-resto-bissexto equal zeros
                           move 29                  to ws-ultimo-dia
                      else
                           move 28                  to ws-ultimo-dia
                      end-if
                 when 04
                 when 06
                 when 09
                 when 11
                      move 30                       to ws-ultimo-dia
                 when other
                      move 31                       to ws-ultimo-dia
            end-evaluate

       exit.

      *>=================================================================================
       1200-carregar-contas-ativo section.

            move "CTB-CONTA-DEPRECIAC"             to f04700-cd-parametro
            perform 1210-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-depreciacao
            end-if
            move "CTB-CONTA-DEPR-ACUM"             to f04700-cd-parametro
            perform 1210-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-depreciacao-acum
            end-if

       exit.

      *>=================================================================================
       1210-ler-parametro-conta section.

            move f04700-cd-parametro               to ws-cd-parametro
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
      *> Processamento mensal do imobilizado (pd13900), um movimento por
      *> bem e competência em pd14000 - bem que já tem movimento na
      *> competência não é processado de novo:
      *>   depreciação linear = aquisição x taxa anual / 12, a partir do
      *>   mês da aquisição e limitada ao valor ainda não depreciado;
      *>   lançamento D despesa de depreciação / C depreciação acumulada
      *>   (CTB-CONTA-DEPRECIAC / CTB-CONTA-DEPR-ACUM);
      *>   CIAP = 1/48 do ICMS do bem x índice de saídas tributadas do
      *>   mês (saídas com ICMS / total das saídas autorizadas), até a
      *>   48ª parcela; a última parcela absorve o arredondamento;
      *>   bem baixado no mês gera só o movimento AT (venda) ou PE
      *>   (perda) para o G125 - as parcelas restantes do CIAP se perdem.
       2000-processamento section.

            move ws-ano-mes-ativo                   to ws-ano-mes-contabil
            perform 9000-verificar-periodo-contabil
            if   ws-periodo-contabil-fechado
                 move spaces                        to ws-mensagem
                 string "Competência " ws-ano-mes-contabil " fechada na contabilidade - depreciação não processada, reabra o período (CS10051C)." into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 2100-apurar-indice-saidas

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "DEPRECIACAO E CIAP - COMPETENCIA " ws-mes-ativo "/" ws-ano-ativo
                   " - EMPRESA " lnk-cd-empresa " FILIAL " lnk-cd-filial
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-indice-saidas-mes               to ws-indice-x
            move ws-valor-saidas-tributadas         to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "SAIDAS TRIBUTADAS " ws-valor-x into rl-linha-relatorio
            move ws-valor-saidas-total              to ws-valor-x
            string rl-linha-relatorio delimited by "  "
                   "  TOTAL " ws-valor-x "  INDICE " ws-indice-x
                   delimited by size into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-nr-sequencia

            initialize                              f13900-bem-ativo
            move lnk-cd-empresa                     to f13900-cd-empresa
            move lnk-cd-filial                      to f13900-cd-filial
            perform 9000-str-pd13900-grt
            perform 9000-ler-pd13900-nex

            perform until not ws-operacao-ok
                          or f13900-cd-empresa <> lnk-cd-empresa
                          or f13900-cd-filial  <> lnk-cd-filial

                 if   f13900-data-aquisicao not greater ws-data-final
                      perform 2200-processar-bem
                 end-if

                 perform 9000-ler-pd13900-nex

            end-perform

            perform 2900-resumo

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2100-apurar-indice-saidas section.

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
            move 01                                 to f05000-tipo-nota
            perform 9000-str-pd05000-grt
            perform 9000-ler-pd05000-nex

            perform until not ws-operacao-ok
                          or f05000-cd-empresa <> lnk-cd-empresa
                          or f05000-cd-filial  <> lnk-cd-filial
                          or not f05000-nota-saida

                 if   f05000-nfe-autorizada
                 and  f05000-data-operacao not less    ws-data-inicial
                 and  f05000-data-operacao not greater ws-data-final
                      add  f05000-valor-total       to ws-valor-saidas-total
                      if   f05000-valor-icms greater zeros
                           add f05000-valor-total   to ws-valor-saidas-tributadas
                      end-if
                 end-if

                 perform 9000-ler-pd05000-nex

            end-perform

            if   ws-valor-saidas-total greater zeros
                 compute ws-indice-saidas-mes rounded =
                         ws-valor-saidas-tributadas / ws-valor-saidas-total
            else
                 move zeros                         to ws-indice-saidas-mes
            end-if

       exit.

      *>=================================================================================
       2200-processar-bem section.

            initialize                              f14000-movimento-ativo
            move f13900-cd-empresa                  to f14000-cd-empresa
            move f13900-cd-filial                   to f14000-cd-filial
            move ws-ano-mes-ativo                   to f14000-ano-mes
            move f13900-cd-bem                      to f14000-cd-bem
            perform 9000-ler-pd14000-ran
            if   ws-operacao-ok
                 add  1                             to ws-nr-bens-ja-processados
                 exit section
            end-if

            if   f13900-bem-baixado
            and  f13900-data-baixa less ws-data-inicial
                 exit section
            end-if

            initialize                              f14000-movimento-ativo
            move f13900-cd-empresa                  to f14000-cd-empresa
            move f13900-cd-filial                   to f14000-cd-filial
            move ws-ano-mes-ativo                   to f14000-ano-mes
            move f13900-cd-bem                      to f14000-cd-bem
            move ws-valor-saidas-tributadas         to f14000-valor-saidas-tributadas
            move ws-valor-saidas-total              to f14000-valor-saidas-total
            move ws-indice-saidas-mes               to f14000-indice-saidas
            move ws-data-final                      to f14000-data-geracao

            if   f13900-bem-baixado
                 perform 2300-movimento-baixa
            else
                 perform 2400-depreciar-bem
                 perform 2500-apropriar-ciap
            end-if

            move f13900-valor-depreciado            to f14000-valor-depreciado-acum

            if   f14000-valor-depreciacao equal zeros
            and  f14000-tipo-mov-ciap equal spaces
                 exit section
            end-if

            perform 9000-gravar-pd14000
            if   not ws-operacao-ok
                 string "Erro ao gravar movimento do ativo - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-regravar-pd13900
            if   not ws-operacao-ok
                 string "Erro ao atualizar bem - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            if   f14000-valor-depreciacao greater zeros
                 perform 2410-lancar-depreciacao
            end-if

            move f14000-valor-depreciacao           to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "BEM " f13900-cd-bem
                   " " f13900-nr-plaqueta
                   " CC " f13900-cd-centro
                   " DEPREC " ws-valor-x
                   into rl-linha-relatorio
            move f14000-valor-ciap-apropriado       to ws-valor-x
            string rl-linha-relatorio delimited by "  "
                   "  CIAP " f14000-tipo-mov-ciap
                   " PARC " f14000-nr-parcela-ciap
                   " APROPRIADO " ws-valor-x
                   delimited by size into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2300-movimento-baixa section.

            add  1                                  to ws-nr-bens-baixados

            if   f13900-com-ciap
                 if   f13900-baixa-venda
                      move "AT"                     to f14000-tipo-mov-ciap
                 else
                      move "PE"                     to f14000-tipo-mov-ciap
                 end-if
                 move f13900-valor-icms-ciap        to f14000-valor-icms-bem
                 perform 2510-parcela-base-ciap
                 compute f14000-valor-saldo-inicial-ciap =
                         f13900-valor-icms-ciap
                       - ws-valor-parcela-base * f13900-nr-parcelas-ciap
                 move f13900-nr-parcelas-ciap       to f14000-nr-parcela-ciap
            end-if

       exit.

      *>=================================================================================
       2400-depreciar-bem section.

            if   f13900-ano-mes-depreciacao not less ws-ano-mes-ativo
                 exit section
            end-if

            compute ws-valor-residual =
                    f13900-valor-aquisicao - f13900-valor-depreciado
            if   ws-valor-residual equal zeros
                 exit section
            end-if

            compute ws-valor-depreciacao rounded =
                    f13900-valor-aquisicao * f13900-taxa-depreciacao / 1200
            if   ws-valor-depreciacao greater ws-valor-residual
                 move ws-valor-residual             to ws-valor-depreciacao
            end-if

            move ws-valor-depreciacao               to f14000-valor-depreciacao
            add  ws-valor-depreciacao               to f13900-valor-depreciado
            move ws-ano-mes-ativo                   to f13900-ano-mes-depreciacao

            add  1                                  to ws-nr-bens-depreciados
            add  ws-valor-depreciacao               to ws-tot-depreciacao

       exit.

      *>=================================================================================
       2410-lancar-depreciacao section.

            add  1                                  to ws-nr-sequencia

            initialize                              f09200-lancamento-gerencial
            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            move ws-data-final                      to f09200-data-lancamento
            move ws-nr-sequencia                    to f09200-nr-sequencia
            move ws-conta-depreciacao               to f09200-cd-conta-debito
            move ws-conta-depreciacao-acum          to f09200-cd-conta-credito
            move f14000-valor-depreciacao           to f09200-valor-lancamento
            string "DEPRECIACAO BEM " f13900-cd-bem " CC " f13900-cd-centro
                   " " f13900-nr-plaqueta
                   into f09200-ds-historico
            move c-este-programa                    to f09200-ds-origem
            move lnk-id-usuario                     to f09200-id-usuario

            perform 9000-gravar-pd09200
            perform until not ws-registro-existente
                 add  1                             to ws-nr-sequencia
                 move ws-nr-sequencia               to f09200-nr-sequencia
                 perform 9000-gravar-pd09200
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar lançamento de depreciação - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2500-apropriar-ciap section.

            if   not f13900-com-ciap
            or   f13900-valor-icms-ciap equal zeros
            or   f13900-nr-parcelas-ciap not less c-parcelas-ciap
                 exit section
            end-if

            perform 2510-parcela-base-ciap

            if   f13900-data-aquisicao(1:6) equal ws-ano-mes-ativo
                 move "IM"                          to f14000-tipo-mov-ciap
            else
                 move "SI"                          to f14000-tipo-mov-ciap
            end-if

            move f13900-valor-icms-ciap             to f14000-valor-icms-bem
            compute f14000-valor-saldo-inicial-ciap =
                    f13900-valor-icms-ciap
                  - ws-valor-parcela-base * f13900-nr-parcelas-ciap

            add  1                                  to f13900-nr-parcelas-ciap
            if   f13900-nr-parcelas-ciap equal c-parcelas-ciap
                 move f14000-valor-saldo-inicial-ciap to f14000-valor-parcela-ciap
            else
                 move ws-valor-parcela-base         to f14000-valor-parcela-ciap
            end-if
            move f13900-nr-parcelas-ciap            to f14000-nr-parcela-ciap

            compute f14000-valor-ciap-apropriado rounded =
                    f14000-valor-parcela-ciap * ws-indice-saidas-mes
            add  f14000-valor-ciap-apropriado       to f13900-valor-ciap-apropriado

            add  1                                  to ws-nr-bens-ciap
            add  f14000-valor-parcela-ciap          to ws-tot-parcelas-ciap
            add  f14000-valor-ciap-apropriado       to ws-tot-ciap-apropriado

       exit.

      *>=================================================================================
       2510-parcela-base-ciap section.

            compute ws-valor-parcela-base rounded =
                    f13900-valor-icms-ciap / c-parcelas-ciap

       exit.

      *>=================================================================================
       2900-resumo section.

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-bens-depreciados             to ws-contagem-x
            move ws-tot-depreciacao                 to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "BENS DEPRECIADOS..: " ws-contagem-x "  TOTAL " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-bens-ciap                    to ws-contagem-x
            move ws-tot-parcelas-ciap               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "BENS NO CIAP......: " ws-contagem-x "  PARCELAS " ws-valor-x
                   into rl-linha-relatorio
            move ws-tot-ciap-apropriado             to ws-valor-x
            string rl-linha-relatorio delimited by "  "
                   "  CREDITO APROPRIADO " ws-valor-x
                   delimited by size into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-bens-baixados                to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "BAIXAS NO MES.....: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-nr-bens-ja-processados greater zeros
                 move ws-nr-bens-ja-processados     to ws-contagem-x
                 move spaces                        to rl-linha-relatorio
                 string "JA PROCESSADOS....: " ws-contagem-x
                        " (movimento da competencia ja existente - ignorados)"
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-warning               to true
            end-if

            compute lnk-nr-registros-lote =
                    ws-nr-bens-depreciados + ws-nr-bens-ciap + ws-nr-bens-baixados

            move ws-tot-ciap-apropriado             to ws-valor-x
            move spaces                             to ws-mensagem
            string "Imobilizado " ws-mes-ativo "/" ws-ano-ativo
                   " processado - crédito CIAP " ws-valor-x into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd13900
            close pd14000
            close pd09200
            close pd05000
            close pd04700
            close pd14200

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP14200.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR13900.cpy.
       copy CSR14000.cpy.
       copy CSR09200.cpy.
       copy CSR05000.cpy.
       copy CSR04700.cpy.
       copy CSR14200.cpy.
