       fd   pd15900.

      *> Dados de exportação da NF-e de saída (CFOP 7xxx) para cliente
      *> estrangeiro: moeda e taxa de câmbio da venda, total na moeda,
      *> UF e local de embarque, local de despacho e número da DU-E.
      *> Gravado na emissão (CS30003C); lido pelo XML/DANFE (CS00106S)
      *> e pela geração de duplicatas em moeda estrangeira (CS50006S).
       01   f15900-nota-exportacao.
            03 f15900-cd-empresa                   pic 9(03).
            03 f15900-cd-filial                    pic 9(04).
            03 f15900-tipo-nota                    pic 9(02).
            03 f15900-numero-documento             pic 9(09).
            03 f15900-serie-documento              pic x(03).
            03 f15900-cd-moeda                     pic x(03).
            03 f15900-taxa-cambio                  pic 9(03)v9(06).
            03 f15900-valor-total-moeda            pic 9(11)v9(02).
            03 f15900-uf-embarque                  pic x(02).
            03 f15900-local-embarque               pic x(60).
            03 f15900-local-despacho               pic x(60).
            03 f15900-nr-due                       pic x(14).
            03 filler                              pic x(30).
