       fd   pd20200.

      *> Embalagem retornável (pallet, caixa, cilindro): produto marcado
      *> no CS10042C. Vai ao cliente em remessa junto da venda (CFOP
      *> 5920/6920, CS00154S) e volta na entrega seguinte ou na coleta;
      *> não devolvida no prazo, é cobrada pelo valor de indenização
      *> (CS30047S).
       01   f20200-embalagem-retornavel.
            03 f20200-cd-empresa                   pic 9(03).
            03 f20200-cd-filial                    pic 9(04).
            03 f20200-cd-embalagem                 pic 9(09).
            03 f20200-id-status                    pic x(01).
               88 f20200-embalagem-ativa               value "A".
               88 f20200-embalagem-inativa             value "I".
            03 f20200-prazo-devolucao              pic 9(03).
            03 f20200-valor-indenizacao            pic 9(09)v9(02).
            03 f20200-data-alteracao               pic 9(08).
            03 filler                               pic x(20).
