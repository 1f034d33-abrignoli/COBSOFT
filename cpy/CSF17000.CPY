       fd   pd17000.

      *> Extrato de pontos de fidelidade do cliente pd01400 (CS00142S).
      *> Créditos ("C" compra autorizada, "D" devolução de resgate de
      *> nota cancelada) guardam os pontos ainda disponíveis e a
      *> validade; débitos ("R" resgate na venda balcão, "E" estorno de
      *> nota cancelada, "X" expiração) consomem os créditos mais
      *> antigos primeiro. Saldo = disponível dos créditos não vencidos.
       01   f17000-lancamento-fidelidade.
            03 f17000-cd-empresa                   pic 9(03).
            03 f17000-cd-filial                    pic 9(04).
            03 f17000-cd-cliente                   pic 9(09).
            03 f17000-nr-lancamento                pic 9(09).
            03 f17000-tipo-lancamento              pic x(01).
               88 f17000-credito-compra                value "C".
               88 f17000-credito-devolucao             value "D".
               88 f17000-debito-resgate                value "R".
               88 f17000-debito-estorno                value "E".
               88 f17000-debito-expiracao              value "X".
               88 f17000-lancamento-credito            value "C" "D".
            03 f17000-data-lancamento              pic 9(08).
            03 f17000-pontos                       pic 9(09).
            03 f17000-pontos-disponiveis           pic 9(09).
            03 f17000-data-validade                pic 9(08).
            03 f17000-tipo-nota                    pic 9(02).
            03 f17000-numero-documento             pic 9(09).
            03 f17000-serie-documento              pic x(03).
            03 f17000-valor-referencia             pic 9(09)v9(02).
            03 f17000-id-usuario                   pic x(11).
            03 filler                              pic x(20).
