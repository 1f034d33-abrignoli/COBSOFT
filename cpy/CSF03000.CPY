               88 f03000-pedido-cancelado              value "C".
               88 f03000-aguardando-aprovacao          value "A".
            03 f03000-id-usuario-aprovacao          pic x(11).
            03 f03000-id-usuario-aprovacao-titular  pic x(11).
            03 filler                                pic x(08).
