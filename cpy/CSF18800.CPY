       fd   pd18800.

      *> Versões anteriores das faixas da tabela de frete (pd05200): a
      *> cada alteração ou inativação no CS10022C a versão que deixa de
      *> valer é guardada aqui com o período em que esteve em vigor -
      *> é por ela que a auditoria do CT-e (CS40009C) recalcula o frete
      *> pela tabela da data de emissão.
       01   f18800-historico-tabela-frete.
            03 f18800-cd-empresa                   pic 9(03).
            03 f18800-cd-filial                    pic 9(04).
            03 f18800-cd-transportador             pic 9(09).
            03 f18800-uf-destino                   pic x(02).
            03 f18800-peso-ate                     pic 9(09)v9(04).
            03 f18800-data-fim-vigencia            pic 9(08).
            03 f18800-data-inicio-vigencia         pic 9(08).
            03 f18800-valor-por-kg                 pic 9(07)v9(04).
            03 f18800-valor-minimo                 pic 9(09)v9(02).
            03 f18800-perc-ad-valorem              pic 9(03)v9(02).
            03 f18800-id-status                    pic x(01).
               88 f18800-faixa-ativa                   value "A".
               88 f18800-faixa-inativa                 value "I".
            03 f18800-id-usuario                   pic x(11).
            03 filler                               pic x(20).
