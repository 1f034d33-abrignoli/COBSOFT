            03 f02700-id-usuario-baixa              pic x(11).
            03 f02700-id-aprovacao                  pic x(01).
               88 f02700-titulo-aprovado                value "S" false "N".
      *>   título de frete retido na auditoria do CT-e (CS40009C)
               88 f02700-titulo-retido                  value "R".
            03 f02700-id-usuario-aprovacao          pic x(11).
            03 f02700-id-status                     pic x(01).
               88 f02700-titulo-aberto                  value "A".
               88 f02700-titulo-pago                    value "P".
               88 f02700-titulo-vencido                 value "V".
               88 f02700-titulo-cancelado               value "C".
            03 f02700-id-retencao                   pic x(01).
               88 f02700-com-retencao                   value "S".
      *> Título em moeda estrangeira (exportador de importação): valor
      *> da parcela em reais pela taxa do registro; a diferença para a
      *> taxa do pagamento é variação cambial
            03 f02700-cd-moeda                      pic x(03).
               88 f02700-moeda-nacional                 value spaces "BRL".
            03 f02700-taxa-cambio                   pic 9(03)v9(06).
            03 f02700-valor-moeda                   pic 9(11)v9(02).
            03 filler                                pic x(04).
