       fd   pd13500.

      *> MVA / substituição tributária do ICMS por NCM e UF de destino:
      *> MVA original (operação interna) e ajustada (interestadual),
      *> protocolo/convênio que dá a ST e o CEST do produto. Lido na
      *> emissão (CS30003C) quando a natureza de operação calcula
      *> ICMS-ST; a alíquota interna do destino vem de pd08200.
      *> Mantido pelo CS10047C.
       01   f13500-mva-st.
            03 f13500-cd-empresa                   pic 9(03).
            03 f13500-cd-filial                    pic 9(04).
            03 f13500-ncm                          pic 9(08).
            03 f13500-uf-destino                   pic x(02).
            03 f13500-mva-original                 pic 9(03)v9(02).
            03 f13500-mva-ajustada                 pic 9(03)v9(02).
            03 f13500-ds-protocolo                 pic x(30).
            03 f13500-cest                         pic 9(07).
            03 f13500-id-status                    pic x(01).
               88 f13500-mva-ativa                     value "A".
               88 f13500-mva-inativa                   value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f13500-controle-versao.
               05 f13500-nr-versao                 pic 9(06).
               05 f13500-data-versao               pic 9(08).
               05 f13500-hora-versao               pic 9(06).
               05 f13500-id-usuario-versao         pic x(11).
               05 f13500-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
