            03 f10700-perc-violado                 pic 9(03)v9(02).
            03 f10700-valor-tabela                 pic 9(09)v9(06).
            03 f10700-valor-digitado               pic 9(09)v9(06).
            03 f10700-id-usuario-titular           pic x(11).
            03 filler                               pic x(09).
