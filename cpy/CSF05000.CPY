               88 f05000-pagamento-pix                  value "P".
               88 f05000-pagamento-faturado             value "F".
               88 f05000-pagamento-vale                 value "V".
               88 f05000-pagamento-misto                value "M".
               88 f05000-pagamento-pontos               value "R".
            03 f05000-nr-tabela-preco               pic 9(03).
            03 f05000-id-logradouro-entrega         pic 9(09).
            03 f05000-valor-pis                     pic 9(09)v9(02).
            03 f05000-valor-difal                   pic 9(09)v9(02).
            03 f05000-uf-difal                      pic x(02).
            03 f05000-cd-natureza                   pic 9(03).
            03 f05000-base-ibs-cbs                  pic 9(09)v9(02).
            03 f05000-valor-ibs-uf                  pic 9(09)v9(02).
            03 f05000-valor-ibs-mun                 pic 9(09)v9(02).
            03 f05000-valor-cbs                     pic 9(09)v9(02).
      *> Documento referenciado pela nota (remessa de entrega futura ->
      *> NF-e de simples faturamento), emitido no grupo NFref do XML
            03 f05000-numero-doc-referencia         pic 9(09).
            03 f05000-serie-doc-referencia          pic x(03).
            03 filler                                pic x(08).
