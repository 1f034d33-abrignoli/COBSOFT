      *> produto) e o comportamento do documento - se baixa estoque,
      *> se gera contas a receber e se soma nas estatísticas de venda.
      *> Natureza zero/inexistente na emissão equivale à venda clássica
      *> (tudo "S"). A classificação de IBS/CBS (cClassTrib, pd13400)
      *> informada aqui prevalece sobre a do produto. Natureza marcada
      *> para ICMS-ST calcula a substituição pela tabela de MVA por
      *> NCM/UF (pd13500). Mantido pelo CS10038C.
       01   f08400-natureza-operacao.
            03 f08400-cd-empresa                   pic 9(03).
            03 f08400-cd-filial                    pic 9(04).
            03 f08400-id-status                    pic x(01).
               88 f08400-natureza-ativa                value "A".
               88 f08400-natureza-inativa              value "I".
            03 f08400-cd-class-trib                pic x(06).
            03 f08400-id-calcula-st                pic x(01).
               88 f08400-calcula-st                    value "S".
               88 f08400-nao-calcula-st                value "N".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f08400-controle-versao.
               05 f08400-nr-versao                 pic 9(06).
               05 f08400-data-versao               pic 9(08).
               05 f08400-hora-versao               pic 9(06).
               05 f08400-id-usuario-versao         pic x(11).
               05 f08400-cd-programa-versao        pic x(08).
            03 filler                               pic x(13).
