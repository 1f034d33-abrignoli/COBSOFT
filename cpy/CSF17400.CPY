       fd   pd17400.

      *> Método de previsão de demanda escolhido para o produto na
      *> filial (CS20025C): "M" média móvel dos últimos N meses, "E"
      *> suavização exponencial com o fator alfa e "S" índice sazonal
      *> do mês sobre os últimos 24 meses. Produto sem registro usa a
      *> média móvel de 3 meses.
       01   f17400-metodo-previsao.
            03 f17400-cd-empresa                   pic 9(03).
            03 f17400-cd-filial                    pic 9(04).
            03 f17400-cd-produto                   pic 9(09).
            03 f17400-metodo                       pic x(01).
               88 f17400-media-movel                   value "M".
               88 f17400-suavizacao-exponencial        value "E".
               88 f17400-indice-sazonal                value "S".
            03 f17400-nr-meses-media               pic 9(02).
            03 f17400-alfa                         pic 9(01)v9(02).
            03 f17400-data-alteracao               pic 9(08).
            03 f17400-id-usuario                   pic x(11).
            03 filler                               pic x(20).
