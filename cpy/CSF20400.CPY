       fd   pd20400.

      *> Saldo de embalagens retornáveis em poder do cliente: remetidas
      *> nas notas, devolvidas na entrega/coleta e cobradas por falta de
      *> devolução. Prazo e valor acordados com o cliente (CS30046C)
      *> prevalecem sobre os da embalagem (pd20200) quando informados.
       01   f20400-saldo-embalagem.
            03 f20400-cd-empresa                   pic 9(03).
            03 f20400-cd-filial                    pic 9(04).
            03 f20400-cd-cliente                   pic 9(09).
            03 f20400-cd-embalagem                 pic 9(09).
            03 f20400-qtde-remetida                pic 9(09).
            03 f20400-qtde-devolvida               pic 9(09).
            03 f20400-qtde-cobrada                 pic 9(09).
            03 f20400-qtde-saldo                   pic s9(09).
            03 f20400-prazo-acordado               pic 9(03).
            03 f20400-valor-acordado               pic 9(09)v9(02).
            03 f20400-data-ultima-remessa          pic 9(08).
            03 f20400-data-ultima-devolucao        pic 9(08).
            03 f20400-data-ultima-cobranca         pic 9(08).
            03 filler                               pic x(20).
