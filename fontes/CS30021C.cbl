       78   c-este-programa                        value "CS30021C".
       78   c-descricao-programa                   value "CARTEIRA DE PEDIDOS".
       78   c-alocar-sequencia                     value "CS00118S".
       78   c-servico-atp                          value "CS00144S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
            03 ws-qtde-pendente                    pic 9(09)v9(04).
            03 ws-filtro-cliente                   pic 9(09).
            03 ws-filtro-produto                   pic 9(09).
            03 ws-data-prometida                   pic 9(08).

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-valor-minimo                 pic 9(12).
            03 lk-seq-valor                        pic 9(12).

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

       01   f-pedido.
            03 f-nr-pedido                         pic 9(09).
            03 f-cd-cliente                        pic 9(09).
            set  f10200-item-pendente              to true

            perform 2120-reservar-disponivel
            perform 2130-data-prometida

            perform 9000-gravar-pd10200
            if   not ws-operacao-ok
            end-if

            if   f10200-qtde-reservada less f10200-qtde-pedida
                 move f10200-data-prometida        to ws-data-prometida
                 if   ws-data-prometida equal zeros
                      move "Item com saldo parcial - sem compra ou produção em aberto que cubra a pendência!" to ws-mensagem
                 else
                      move spaces                  to ws-mensagem
                      string "Item com saldo parcial - entrega prometida para "
                             ws-data-prometida(7:2) "/" ws-data-prometida(5:2) "/"
                             ws-data-prometida(1:4) "." into ws-mensagem
                 end-if
                 perform 9000-mensagem
            end-if


       exit.

      *>=================================================================================
      *> Data de entrega prometida do item (CS00144S): o que não foi
      *> reservado é confrontado com as compras e ordens de produção em
      *> aberto, atrás das pendências dos pedidos anteriores.
       2130-data-prometida section.

            initialize                             lk-parametros-atp
            move f10200-cd-produto                 to lk-atp-cd-produto
            move f10200-cd-deposito                to lk-atp-cd-deposito
            move f10200-nr-pedido                  to lk-atp-nr-pedido
            move f10200-nr-sequencia               to lk-atp-nr-sequencia
            compute lk-atp-qtde-faltante =
                    f10200-qtde-pedida - f10200-qtde-reservada
            move lk-parametros-atp                 to lnk-linha-comando
            call c-servico-atp using lnk-par
            cancel c-servico-atp
            move lnk-linha-comando                 to lk-parametros-atp
            move spaces                            to lnk-linha-comando

            move lk-atp-data-prometida             to f10200-data-prometida

       exit.

      *>=================================================================================
       2100-consulta section.

