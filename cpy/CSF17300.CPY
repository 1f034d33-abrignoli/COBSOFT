       fd   pd17300.

      *> Previsão de demanda mensal por produto/filial (CS20024S): a
      *> quantidade calculada pelo método do produto (pd17400), o ajuste
      *> do comprador e a quantidade aprovada (CS20025C), que entra como
      *> demanda no MRP (CS60003S) e na sugestão de reposição (CS20006S).
      *> Fechado o mês, recebe a venda real (pd05800) e o erro da
      *> previsão para o acompanhamento da acurácia.
       01   f17300-previsao-demanda.
            03 f17300-cd-empresa                   pic 9(03).
            03 f17300-cd-filial                    pic 9(04).
            03 f17300-ano-mes                      pic 9(06).
            03 f17300-cd-produto                   pic 9(09).
            03 f17300-metodo                       pic x(01).
               88 f17300-media-movel                   value "M".
               88 f17300-suavizacao-exponencial        value "E".
               88 f17300-indice-sazonal                value "S".
            03 f17300-qtde-prevista                pic 9(09)v9(04).
            03 f17300-qtde-ajustada                pic 9(09)v9(04).
            03 f17300-id-ajuste                    pic x(01).
               88 f17300-previsao-ajustada             value "S" false "N".
            03 f17300-qtde-aprovada                pic 9(09)v9(04).
            03 f17300-id-status                    pic x(01).
               88 f17300-previsao-proposta             value "P".
               88 f17300-previsao-aprovada             value "A".
            03 f17300-data-calculo                 pic 9(08).
            03 f17300-data-aprovacao               pic 9(08).
            03 f17300-id-usuario-aprovacao         pic x(11).
            03 f17300-qtde-real                    pic s9(11)v9(04).
            03 f17300-perc-erro                    pic s9(05)v9(02).
            03 f17300-id-apuracao                  pic x(01).
               88 f17300-real-apurado                  value "S" false "N".
            03 filler                               pic x(20).
