       fd   pd19600.

      *> Controle da extração para BI por filial (CS00146S): a marca
      *> d'água é a última data cujos fatos já foram extraídos - a
      *> rodada incremental leva só o que aconteceu depois dela; a
      *> carga total ignora a marca e reextrai todo o histórico. O
      *> início do calendário é a data mais antiga já vista nos fatos.
       01   f19600-controle-bi.
            03 f19600-cd-empresa                   pic 9(03).
            03 f19600-cd-filial                    pic 9(04).
            03 f19600-data-marca-dagua             pic 9(08).
            03 f19600-data-inicio-calendario       pic 9(08).
            03 f19600-data-ultima-execucao         pic 9(08).
            03 f19600-hora-ultima-execucao         pic 9(08).
            03 f19600-id-ultima-carga              pic x(01).
               88 f19600-carga-incremental             value "I".
               88 f19600-carga-total                   value "T".
            03 f19600-nr-registros-ultima          pic 9(09).
            03 f19600-id-usuario                   pic x(11).
            03 filler                               pic x(20).
