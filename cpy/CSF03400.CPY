               88 f03400-ordem-aberta                  value "A".
               88 f03400-ordem-fechada                 value "F".
               88 f03400-ordem-cancelada               value "C".
      *> Revisão da estrutura (pd17500) vigente na abertura da ordem:
      *> reservas, consumo e faltas seguem essa revisão mesmo que a
      *> engenharia aprove outra depois; zero = estrutura pd03300.
            03 f03400-nr-revisao-estrutura          pic 9(04).
            03 filler                                pic x(16).
