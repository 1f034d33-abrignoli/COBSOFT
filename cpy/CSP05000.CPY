            move wf05000-horario-entrega (3:2)      to f05000-minuto-entrega

            move wf05000-valor-total                to f05000-valor-total-produtos
      *> O ICMS-ST retido é cobrado do destinatário: entra no total da
      *> nota, não no dos produtos
            compute f05000-valor-total = wf05000-valor-total + wf05000-valor-icms-st
            move wf05000-base-icms                  to f05000-base-icms
            move wf05000-valor-icms                 to f05000-valor-icms
            move wf05000-base-icms-st               to f05000-base-icms-st
            move wf05000-valor-icms-st              to f05000-valor-icms-st
            move wf05000-valor-pis                  to f05000-valor-pis
            move wf05000-valor-cofins               to f05000-valor-cofins
            move wf05000-valor-difal                to f05000-valor-difal
            move wf05000-uf-difal                   to f05000-uf-difal
            move wf05000-cd-natureza                to f05000-cd-natureza
            move wf05000-base-ibs-cbs               to f05000-base-ibs-cbs
            move wf05000-valor-ibs-uf               to f05000-valor-ibs-uf
            move wf05000-valor-ibs-mun              to f05000-valor-ibs-mun
            move wf05000-valor-cbs                  to f05000-valor-cbs

            move wf05000-valor-frete                to f05000-valor-frete
            move wf05000-cd-modelo                  to f05000-cd-modelo
            move wf05000-tipo-pagamento             to f05000-tipo-pagamento
            move wf05000-nr-tabela-preco            to f05000-nr-tabela-preco
            move wf05000-id-logradouro-entrega      to f05000-id-logradouro-entrega
            move wf05000-numero-doc-referencia      to f05000-numero-doc-referencia
            move wf05000-serie-doc-referencia       to f05000-serie-doc-referencia

            set  f05000-nfe-pendente                to true

