       fd   pd19900.

      *> Delegação temporária de alçadas (férias, ausências): durante a
      *> vigência o substituto aprova em nome do titular, com o próprio
      *> login, nos escopos marcados - aprovação de pedido de compra
      *> (CS40006C, limitada à alçada do titular em pd11400 e, se
      *> informado, ao limite da delegação), liberação de preço e
      *> demais autorizações de supervisor (CS00123S). Mantida pelo
      *> CS10060C; cada uso fica em pd20000.
       01   f19900-delegacao-alcada.
            03 f19900-cd-empresa                   pic 9(03).
            03 f19900-cd-filial                    pic 9(04).
            03 f19900-nr-delegacao                 pic 9(06).
            03 f19900-id-usuario-titular           pic x(11).
            03 f19900-id-usuario-substituto        pic x(11).
            03 f19900-data-inicio                  pic 9(08).
            03 f19900-data-fim                     pic 9(08).
            03 f19900-id-compras                   pic x(01).
               88 f19900-delega-compras                value "S" false "N".
            03 f19900-id-preco                     pic x(01).
               88 f19900-delega-preco                  value "S" false "N".
            03 f19900-id-supervisor                pic x(01).
               88 f19900-delega-supervisor             value "S" false "N".
            03 f19900-valor-limite                 pic 9(11)v9(02).
            03 f19900-ds-motivo                    pic x(40).
            03 f19900-id-status                    pic x(01).
               88 f19900-delegacao-ativa               value "A".
               88 f19900-delegacao-cancelada           value "C".
            03 f19900-id-usuario-cadastro          pic x(11).
            03 f19900-data-cadastro                pic 9(08).
            03 filler                               pic x(20).
