       fd   pd14000.

      *> Movimento mensal do ativo imobilizado gerado pelo CS00136S: a
      *> depreciação do mês (lançada no gerencial pd09200) e a parcela
      *> do CIAP com o índice de saídas tributadas da competência. É a
      *> origem do bloco G (G110/G125) do SPED Fiscal (CS00121S).
      *> Tipo de movimento conforme o G125: SI saldo inicial, IM
      *> imobilização no mês, AT alienação, PE perecimento/baixa.
       01   f14000-movimento-ativo.
            03 f14000-cd-empresa                   pic 9(03).
            03 f14000-cd-filial                    pic 9(04).
            03 f14000-ano-mes                      pic 9(06).
            03 f14000-cd-bem                       pic 9(09).
            03 f14000-valor-depreciacao            pic 9(11)v9(02).
            03 f14000-valor-depreciado-acum        pic 9(11)v9(02).
            03 f14000-tipo-mov-ciap                pic x(02).
            03 f14000-valor-icms-bem               pic 9(09)v9(02).
            03 f14000-valor-saldo-inicial-ciap     pic 9(09)v9(02).
            03 f14000-nr-parcela-ciap              pic 9(02).
            03 f14000-valor-parcela-ciap           pic 9(09)v9(02).
            03 f14000-valor-saidas-tributadas      pic 9(11)v9(02).
            03 f14000-valor-saidas-total           pic 9(11)v9(02).
            03 f14000-indice-saidas                pic 9(01)v9(08).
            03 f14000-valor-ciap-apropriado        pic 9(09)v9(02).
            03 f14000-data-geracao                 pic 9(08).
            03 filler                               pic x(20).
