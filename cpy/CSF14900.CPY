       fd   pd14900.

      *> Cheques recebidos de clientes em custódia (à vista ou
      *> pré-datados). Os títulos quitados pelo cheque ficam em pd15000;
      *> a entrada na tesouraria só ocorre na compensação, e a devolução
      *> reabre os títulos e bloqueia o cliente.
       01   f14900-cheque.
            03 f14900-cd-empresa                   pic 9(03).
            03 f14900-cd-filial                    pic 9(04).
            03 f14900-nr-custodia                  pic 9(09).
            03 f14900-cd-cliente                   pic 9(09).
            03 f14900-cd-banco                     pic 9(03).
            03 f14900-cd-agencia                   pic 9(05).
            03 f14900-nr-conta                     pic x(12).
            03 f14900-nr-cheque                    pic 9(08).
            03 f14900-documento-emitente           pic 9(14).
            03 f14900-nome-emitente                pic x(40).
            03 f14900-data-recebimento             pic 9(08).
            03 f14900-data-bom-para                pic 9(08).
            03 f14900-valor-cheque                 pic 9(09)v9(02).
            03 f14900-cd-conta-deposito            pic 9(03).
            03 f14900-data-deposito                pic 9(08).
            03 f14900-data-compensacao             pic 9(08).
            03 f14900-data-devolucao               pic 9(08).
            03 f14900-cd-alinea                    pic 9(02).
            03 f14900-nr-reapresentacoes           pic 9(01).
            03 f14900-id-usuario                   pic x(11).
            03 f14900-id-status                    pic x(01).
               88 f14900-cheque-custodia               value "C".
               88 f14900-cheque-depositado             value "D".
               88 f14900-cheque-compensado             value "K".
               88 f14900-cheque-devolvido              value "V".
               88 f14900-cheque-reapresentado          value "R".
            03 filler                               pic x(30).
