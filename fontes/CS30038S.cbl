      $set sourceformat"free"
       program-id. CS30038S.
      *>=================================================================================
      *>
      *>          Carteira de Pedidos - Datas de Entrega Prometidas em Risco
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS10100.cpy.
       copy CSS10200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF10100.cpy.
       copy CSF10200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30038S".
       78   c-descricao-programa                   value "PROMESSAS EM RISCO".
       78   c-servico-atp                          value "CS00144S".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-qtde-pendente                    pic 9(09)v9(04).
            03 ws-qtde-faltante                    pic 9(09)v9(04).
            03 ws-qtde-x                           pic zzz.zzz.zz9,9999.
            03 ws-data-x                           pic x(10).
            03 ws-data-nova-x                      pic x(10).
            03 ws-ds-origem                        pic x(20).
            03 ws-nr-avaliados                     pic 9(06).
            03 ws-nr-em-risco                      pic 9(06).
            03 ws-contador-x                       pic zzzzz9.

      *> Mesmo leiaute de lk-parametros-atp em CS00144S
       01   lk-parametros-atp.
            03 lk-atp-cd-produto                   pic 9(09).
            03 lk-atp-cd-deposito                  pic 9(04).
            03 lk-atp-nr-pedido                    pic 9(09).
            03 lk-atp-nr-sequencia                 pic 9(04).
            03 lk-atp-qtde-faltante                pic 9(09)v9(04).
            03 lk-atp-data-prometida               pic 9(08).
            03 lk-atp-origem                       pic x(01).
            03 lk-atp-nr-documento                 pic 9(09).

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

            string lnk-dat-path delimited   by "  " "\EFD101.DAT" into wid-pd10100
            open input pd10100
            if   ws-arquivo-inexistente
                 open output pd10100
                 close pd10100
                 open input pd10100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD101.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD102.DAT" into wid-pd10200
            open input pd10200
            if   ws-arquivo-inexistente
                 open output pd10200
                 close pd10200
                 open input pd10200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD102.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move zeros                              to ws-nr-avaliados
                                                       ws-nr-em-risco

       exit.

      *>=================================================================================
      *> Refaz o disponível para promessa (CS00144S) de cada item de
      *> pedido aberto com pendência sem reserva e data prometida, e
      *> lista os itens cuja nova data passou da prometida - compra ou
      *> ordem de produção atrasada, reprogramada ou cancelada desde a
      *> digitação do pedido.
       2000-processamento section.

            perform 9000-abrir-relatorio

            accept ws-data-inv                      from date yyyymmdd

            move spaces                             to rl-linha-relatorio
            string "PEDIDOS COM ENTREGA PROMETIDA EM RISCO - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial " EM " ws-data-inv(7:2) "/" ws-data-inv(5:2)
                   "/" ws-data-inv(1:4)             into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "PEDIDO    SEQ  CLIENTE   PRODUTO     QTDE SEM RESERVA  PROMETIDA  NOVA DATA   COBERTURA"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f10100-pedido-venda
            move lnk-cd-empresa                     to f10100-cd-empresa
            move lnk-cd-filial                      to f10100-cd-filial
            perform 9000-str-pd10100-grt
            perform 9000-ler-pd10100-nex

            perform until not ws-operacao-ok
                          or f10100-cd-empresa <> lnk-cd-empresa
                          or f10100-cd-filial  <> lnk-cd-filial

                 if   f10100-pedido-aberto
                      perform 2100-avaliar-itens-pedido
                 end-if

                 perform 9000-ler-pd10100-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-avaliados                    to ws-contador-x
            string "ITENS AVALIADOS: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-em-risco                     to ws-contador-x
            string "ITENS COM PROMESSA EM RISCO: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            if   ws-nr-em-risco greater zeros
                 set  lnk-com-warning               to true
            end-if

            move ws-nr-em-risco                     to lnk-nr-registros-lote

       exit.

      *>=================================================================================
       2100-avaliar-itens-pedido section.

            initialize                              f10200-item-pedido
            move lnk-cd-empresa                     to f10200-cd-empresa
            move lnk-cd-filial                      to f10200-cd-filial
            move f10100-nr-pedido                   to f10200-nr-pedido
            perform 9000-str-pd10200-grt
            perform 9000-ler-pd10200-nex

            perform until not ws-operacao-ok
                          or f10200-cd-empresa <> lnk-cd-empresa
                          or f10200-cd-filial  <> lnk-cd-filial
                          or f10200-nr-pedido  <> f10100-nr-pedido

                 compute ws-qtde-pendente =
                         f10200-qtde-pedida - f10200-qtde-faturada

                 if   f10200-item-pendente
                 and  f10200-data-prometida greater zeros
                 and  ws-qtde-pendente greater f10200-qtde-reservada
                      compute ws-qtde-faltante =
                              ws-qtde-pendente - f10200-qtde-reservada
                      perform 2110-avaliar-item
                 end-if

                 perform 9000-ler-pd10200-nex

            end-perform

            move lnk-cd-empresa                     to f10100-cd-empresa
            move lnk-cd-filial                      to f10100-cd-filial
            perform 9000-str-pd10100-grt

       exit.

      *>=================================================================================
       2110-avaliar-item section.

            add  1                                  to ws-nr-avaliados

            initialize                              lk-parametros-atp
            move f10200-cd-produto                  to lk-atp-cd-produto
            move f10200-cd-deposito                 to lk-atp-cd-deposito
            move f10200-nr-pedido                   to lk-atp-nr-pedido
            move f10200-nr-sequencia                to lk-atp-nr-sequencia
            move ws-qtde-faltante                   to lk-atp-qtde-faltante
            move lk-parametros-atp                  to lnk-linha-comando
            call c-servico-atp using lnk-par
            cancel c-servico-atp
            move lnk-linha-comando                  to lk-parametros-atp
            move spaces                             to lnk-linha-comando

            if   lk-atp-data-prometida greater zeros
            and  lk-atp-data-prometida not greater f10200-data-prometida
                 exit section
            end-if

            add  1                                  to ws-nr-em-risco

            move spaces                             to ws-data-x ws-data-nova-x ws-ds-origem
            string f10200-data-prometida(7:2) "/" f10200-data-prometida(5:2) "/"
                   f10200-data-prometida(1:4)       into ws-data-x
            evaluate lk-atp-origem
                 when "C"
                      string lk-atp-data-prometida(7:2) "/" lk-atp-data-prometida(5:2) "/"
                             lk-atp-data-prometida(1:4) into ws-data-nova-x
                      string "COMPRA " lk-atp-nr-documento into ws-ds-origem
                 when "P"
                      string lk-atp-data-prometida(7:2) "/" lk-atp-data-prometida(5:2) "/"
                             lk-atp-data-prometida(1:4) into ws-data-nova-x
                      string "ORDEM " lk-atp-nr-documento into ws-ds-origem
                 when other
                      move "SEM DATA"               to ws-data-nova-x
                      move "SEM SUPRIMENTO"         to ws-ds-origem
            end-evaluate

            move ws-qtde-faltante                   to ws-qtde-x
            move spaces                             to rl-linha-relatorio
            string f10200-nr-pedido " " f10200-nr-sequencia " " f10100-cd-cliente
                   " " f10200-cd-produto " " ws-qtde-x " " ws-data-x " " ws-data-nova-x
                   "  " ws-ds-origem                into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd10100
            close pd10200

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR10100.cpy.
       copy CSR10200.cpy.
