
       copy CSS02600.cpy.
       copy CSS02900.cpy.
       copy CSS15200.cpy.
       copy CSS15300.cpy.
       copy CSS00901.cpy.

             select arqretorno assign to disk wid-arqretorno

       copy CSF02600.cpy.
       copy CSF02900.cpy.
       copy CSF15200.cpy.
       copy CSF15300.cpy.
       copy CSF00901.cpy.

       fd   arqretorno.
            03 ws-nr-rejeitados                    pic 9(05).
            03 ws-nr-rejeitados-x                  pic z(04)9.
            03 ws-nr-ignorados                     pic 9(05).
            03 ws-id-descontado                    pic x(01).
               88 ws-titulo-descontado                  value "S" false "N".
            03 ws-id-desconto-localizado           pic x(01).
               88 ws-desconto-localizado                value "S" false "N".
            03 ws-valor-recompra                   pic 9(09)v9(02).

      *>=================================================================================
       linkage section.
            perform 9000-abrir-io-pd02600
            perform 9000-abrir-io-pd02900

            string lnk-dat-path delimited   by "  " "\EFD152.DAT" into wid-pd15200
            open i-o pd15200
            if   ws-arquivo-inexistente
                 open output pd15200
                 close pd15200
                 open i-o pd15200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD152.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD153.DAT" into wid-pd15300
            open i-o pd15300
            if   ws-arquivo-inexistente
                 open output pd15300
                 close pd15300
                 open i-o pd15300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD153.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move spaces                             to wid-arqretorno
            if   lnk-linha-comando not equal spaces
                 string lnk-int-path delimited by "  "
      *> Ocorrências: 02 entrada confirmada, 03 entrada rejeitada,
      *> 06 liquidação, 09 baixa pelo banco. O par T/U chega nessa ordem;
      *> o lançamento acontece ao processar o segmento U.
      *> Título descontado (CS50031C): a liquidação quita a coobrigação
      *> com o banco sem entrada na tesouraria (o dinheiro já foi
      *> antecipado); a baixa sem pagamento é a recompra pelo cedente.
       2000-processamento section.

            open input arqretorno
                      set  f02900-boleto-liquidado  to true
                      add  ws-valor-pago            to f02900-valor-liquidado
                      perform 2300-baixar-duplicata
                      if   ws-titulo-descontado
                           perform 2320-liquidar-desconto
                      else
                           perform 2310-lancar-tesouraria
                      end-if

                 when "09"
                      move "BAIXADO PELO BANCO"     to f02900-ds-ocorrencia
                      set  f02900-boleto-baixado    to true
                      perform 2330-recomprar-desconto

                 when other
                      move "OCORRENCIA NAO TRATADA" to f02900-ds-ocorrencia
      *> correspondente no contas a receber.
       2300-baixar-duplicata section.

            set  ws-titulo-descontado               to false

            initialize                              f02600-conta-receber
            move f02900-cd-empresa                  to f02600-cd-empresa
            move f02900-cd-filial                   to f02600-cd-filial
                 exit section
            end-if

            if   f02600-titulo-descontado
                 set  ws-titulo-descontado          to true
            end-if

            add  ws-valor-pago                      to f02600-valor-pago
            move ws-data-ocorrencia                 to f02600-data-ultimo-pagamento
            move lnk-id-usuario                     to f02600-id-usuario-baixa

       exit.

      *>=================================================================================
      *>=================================================================================
      *> Sacado pagou o título descontado: o banco fica com o valor e a
      *> coobrigação do borderô é baixada.
       2320-liquidar-desconto section.

            perform 2340-localizar-desconto
            if   not ws-desconto-localizado
                 exit section
            end-if

            set  f15300-titulo-liquidado            to true
            move ws-data-ocorrencia                 to f15300-data-situacao
            perform 9000-regravar-pd15300

            add  f15300-valor-titulo                to f15200-valor-liquidado
            perform 2350-atualizar-bordero

            move spaces                             to rl-linha-relatorio
            string "LIQUIDADO TITULO DESCONTADO - BORDERO " f15200-nr-bordero
                   " NOSSO-NUMERO " ws-nosso-numero " - SEM ENTRADA NA TESOURARIA"
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Título descontado devolvido pelo banco sem pagamento do sacado:
      *> o banco debita o saldo em conta (recompra) e o título volta a
      *> ser cobrado normalmente pela empresa.
       2330-recomprar-desconto section.

            initialize                              f02600-conta-receber
            move f02900-cd-empresa                  to f02600-cd-empresa
            move f02900-cd-filial                   to f02600-cd-filial
            move f02900-cd-cliente                  to f02600-cd-cliente
            move f02900-numero-documento            to f02600-numero-documento
            move f02900-nr-parcela                  to f02600-nr-parcela
            perform 9000-ler-pd02600-ran
            if   not ws-operacao-ok
            or   not f02600-titulo-descontado
            or   f02600-titulo-pago
                 exit section
            end-if

            perform 2340-localizar-desconto
            if   not ws-desconto-localizado
                 exit section
            end-if

            compute ws-valor-recompra = f02600-valor-parcela - f02600-valor-pago

            move spaces                             to f02600-id-desconto
            perform 9000-regravar-pd02600

            set  f15300-titulo-recomprado           to true
            move ws-data-ocorrencia                 to f15300-data-situacao
            perform 9000-regravar-pd15300

            add  ws-valor-recompra                  to f15200-valor-recomprado
            perform 2350-atualizar-bordero

            initialize                              lk-parametros-tesouraria
            move f15200-cd-conta-banco              to lk-tes-cd-conta-banco
            move "D"                                to lk-tes-tipo-movimento
            move ws-valor-recompra                  to lk-tes-valor-movimento
            string "RECOMPRA DESCONTO BORDERO " f15200-nr-bordero
                   " BOLETO " ws-nosso-numero into lk-tes-ds-historico
            move c-este-programa                    to lk-tes-ds-origem
            move lk-parametros-tesouraria           to lnk-linha-comando
            call c-lancar-tesouraria using lnk-par
            cancel c-lancar-tesouraria

            move spaces                             to rl-linha-relatorio
            string "RECOMPRA TITULO DESCONTADO - BORDERO " f15200-nr-bordero
                   " NOSSO-NUMERO " ws-nosso-numero " CLIENTE " f02600-cd-cliente
                   " DOC " f02600-numero-documento " PARC " f02600-nr-parcela
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2340-localizar-desconto section.

            set  ws-desconto-localizado             to false

            initialize                              f15300-titulo-descontado
            move f02900-cd-empresa                  to f15300-cd-empresa
            move f02900-cd-filial                   to f15300-cd-filial
            perform 9000-str-pd15300-grt
            perform 9000-ler-pd15300-nex

            perform until not ws-operacao-ok
                          or f15300-cd-empresa <> f02900-cd-empresa
                          or f15300-cd-filial  <> f02900-cd-filial
                          or ws-desconto-localizado

                 if   f15300-nosso-numero equal f02900-nosso-numero
                 and  f15300-titulo-em-aberto
                      set  ws-desconto-localizado   to true
                 else
                      perform 9000-ler-pd15300-nex
                 end-if

            end-perform

            if   not ws-desconto-localizado
                 move spaces                        to rl-linha-relatorio
                 string "BORDERO DE DESCONTO NAO LOCALIZADO PARA NOSSO-NUMERO " ws-nosso-numero
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            initialize                              f15200-bordero-desconto
            move f15300-cd-empresa                  to f15200-cd-empresa
            move f15300-cd-filial                   to f15200-cd-filial
            move f15300-nr-bordero                  to f15200-nr-bordero
            perform 9000-ler-pd15200-ran
            if   not ws-operacao-ok
                 set  ws-desconto-localizado        to false
            end-if

       exit.

      *>=================================================================================
       2350-atualizar-bordero section.

            if   f15200-nr-titulos-pendentes greater zeros
                 subtract 1                         from f15200-nr-titulos-pendentes
            end-if
            if   f15200-nr-titulos-pendentes equal zeros
                 set  f15200-bordero-encerrado      to true
            end-if

            perform 9000-regravar-pd15200
            if   not ws-operacao-ok
                 string "Erro ao atualizar borderô de desconto - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd02600
            close pd02900
            close pd15200
            close pd15300

       exit.


       copy CSR02600.cpy.
       copy CSR02900.cpy.
       copy CSR15200.cpy.
       copy CSR15300.cpy.
