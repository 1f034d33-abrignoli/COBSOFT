               88 f10200-item-pendente                 value "P".
               88 f10200-item-faturado                 value "F".
               88 f10200-item-cancelado                value "X".
      *> Data de entrega prometida na digitação (ATP - CS00144S): hoje
      *> quando o item foi todo reservado, senão a data em que compras e
      *> ordens de produção em aberto cobrem a pendência; zero = sem
      *> suprimento em aberto que cubra o item.
            03 f10200-data-prometida               pic 9(08).
            03 filler                               pic x(12).
