       fd   pd20000.

      *> Aprovações feitas por substituto (delegação de pd19900): quem
      *> aprovou de fato, em nome de quem, o tipo, o programa e a
      *> referência do que foi aprovado (pedido, motivo da autorização).
       01   f20000-uso-delegacao.
            03 f20000-cd-empresa                   pic 9(03).
            03 f20000-cd-filial                    pic 9(04).
            03 f20000-data-uso                     pic 9(08).
            03 f20000-nr-sequencia                 pic 9(06).
            03 f20000-hora-uso                     pic 9(06).
            03 f20000-nr-delegacao                 pic 9(06).
            03 f20000-id-usuario-titular           pic x(11).
            03 f20000-id-usuario-substituto        pic x(11).
            03 f20000-tipo-aprovacao               pic x(01).
               88 f20000-aprovacao-compras             value "C".
               88 f20000-aprovacao-preco               value "P".
               88 f20000-aprovacao-supervisor          value "S".
            03 f20000-cd-programa                  pic x(08).
            03 f20000-ds-referencia                pic x(60).
            03 filler                               pic x(20).
